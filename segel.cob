       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIKSA-SEGEL.
       AUTHOR. TIM-APLIKASI-KEUANGAN.
       INSTALLATION. KANTOR-PUSAT.
       DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * RIWAYAT PERUBAHAN                                        *
      *   TGL        PRG   KETERANGAN                             *
      *   2026-10-15  AS   Versi awal - pemeriksaan rantai segel   *
      *                    AUDIT untuk auditor intern, dijalankan  *
      *                    sebelum tutup bulan. Menelusuri arsip   *
      *                    bulanan ARSIP-TTTTBB dari bulan         *
      *                    KALKULATOR_ARSIP_DARI sampai bulan      *
      *                    KALKULATOR_ARSIP_SAMPAI (kosong = tanpa *
      *                    arsip / sampai bulan berjalan), lalu    *
      *                    file AUDIT hidup, sebagai satu rantai.  *
      *                    Setiap baris dihitung ulang segelnya    *
      *                    dan dicocokkan dengan urut dan segel    *
      *                    baris sebelumnya. Pengecualian (baris   *
      *                    diubah, rantai putus, urut loncat,      *
      *                    baris tanpa segel) dan ringkasan ke     *
      *                    file LAPSEGEL.                          *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-AUDIT.
           SELECT ARSIP-FILE ASSIGN TO DYNAMIC NAMA-ARSIP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-ARSIP.
           SELECT SEGEL-FILE ASSIGN TO "LAPSEGEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-SEGEL.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * PANJANG RECORD HARUS SELALU >= PANJANG AUDIT-RECORD DI    *
      * PROGRAM CALCULATOR (BARIS LEBIH PANJANG DARI RECORD AKAN  *
      * TERPOTONG MENJADI DUA SEWAKTU DIBACA). ARSIP MEMAKAI      *
      * LAYOUT YANG SAMA DENGAN AUDIT.                            *
      *----------------------------------------------------------*
       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(240).
       FD  ARSIP-FILE.
       01  ARSIP-RECORD             PIC X(240).
       FD  SEGEL-FILE.
       01  SEGEL-RECORD             PIC X(132).
       WORKING-STORAGE SECTION.
       01 STATUS-AUDIT PIC XX.
          88 AUDIT-OK VALUE '00'.
          88 AUDIT-TIDAK-ADA VALUE '35'.
       01 STATUS-ARSIP PIC XX.
          88 ARSIP-OK VALUE '00'.
          88 ARSIP-TIDAK-ADA VALUE '35'.
       01 STATUS-SEGEL PIC XX.
          88 SEGEL-OK VALUE '00'.
       01 STATUS-BACA-SUMBER PIC XX.
          88 AKHIR-SUMBER VALUE '10'.
      *----------------------------------------------------------*
      * SEGEL AUDIT. SUSUNAN DAN RUMUS HARUS SAMA DENGAN          *
      * BARIS-AUDIT-SEGEL DAN HITUNG-SEGEL DI PROGRAM CALCULATOR. *
      *----------------------------------------------------------*
       01 BARIS-AUDIT-SEGEL.
          02 SG-ISI PIC X(200).
          02 FILLER PIC X(1).
          02 SG-URUT PIC 9(9).
          02 FILLER PIC X(1).
          02 SG-SEBELUM PIC 9(10).
          02 FILLER PIC X(1).
          02 SG-NILAI PIC 9(10).
          02 FILLER PIC X(8).
       01 SEGEL-BYTE.
          02 SB-NOL PIC X VALUE LOW-VALUE.
          02 SB-KAR PIC X.
       01 SEGEL-BYTE-ANGKA REDEFINES SEGEL-BYTE PIC 9(4) COMP.
       77 SEGEL-KERJA PIC 9(18) COMP VALUE 0.
       77 SEGEL-BAGI PIC 9(18) COMP VALUE 0.
       77 SEGEL-PRIMA PIC 9(10) COMP VALUE 9999999967.
       77 SEGEL-IDX PIC 9(3) COMP VALUE 0.
       01 SEGEL-HITUNG PIC 9(10) VALUE 0.
      *----------------------------------------------------------*
      * UJUNG RANTAI : URUT DAN SEGEL BARIS BERSEGEL TERAKHIR     *
      * YANG SUDAH DIPERIKSA. SAKLAR RANTAI-MULAI MENANDAI BARIS  *
      * BERSEGEL PERTAMA SUDAH DITEMUKAN - BARIS TANPA SEGEL      *
      * SEBELUMNYA ADALAH BARIS LAMA, SESUDAHNYA PENGECUALIAN.    *
      *----------------------------------------------------------*
       01 UJUNG-RANTAI.
          02 UR-URUT PIC 9(9) VALUE 0.
          02 UR-NILAI PIC 9(10) VALUE 0.
       01 URUT-DIHARAPKAN PIC 9(9) VALUE 0.
       01 URUT-AWAL PIC 9(9) VALUE 0.
       01 SAKLAR-RANTAI-MULAI PIC X VALUE 'T'.
          88 RANTAI-MULAI VALUE 'Y'.
      *----------------------------------------------------------*
      * RENTANG ARSIP (TTTTBB) DARI ENVIRONMENT. NAMA FILE        *
      * ARSIP-TTTTBB MENGIKUTI PROGRAM ARSIP-AUDIT.               *
      *----------------------------------------------------------*
       01 ARSIP-DARI-ENV PIC X(6) VALUE SPACES.
       01 ARSIP-SAMPAI-ENV PIC X(6) VALUE SPACES.
       01 PERIODE-AKHIR PIC X(6).
       01 PERIODE-SEKARANG PIC X(6).
       01 SAKLAR-ADA-ARSIP PIC X VALUE 'T'.
          88 ADA-RENTANG-ARSIP VALUE 'Y'.
       01 NAMA-ARSIP.
          02 FILLER PIC X(6) VALUE 'ARSIP-'.
          02 NA-PERIODE PIC X(6).
       01 PERIODE-KERJA.
          02 PK-TAHUN PIC 9(4).
          02 PK-BULAN PIC 9(2).
       01 TANGGAL-SEKARANG.
          02 TS-TAHUN PIC 9(4).
          02 TS-BULAN PIC 9(2).
          02 TS-TANGGAL PIC 9(2).
       01 TANGGAL-CETAK PIC X(10).
      *----------------------------------------------------------*
      * SUMBER YANG SEDANG DITELUSURI : 'AUDIT' ATAU PERIODE      *
      * ARSIPNYA, PLUS NOMOR BARIS DI DALAM SUMBER ITU.           *
      *----------------------------------------------------------*
       01 SUMBER-PERIKSA PIC X(8) VALUE SPACES.
       77 BARIS-SUMBER PIC 9(7) COMP VALUE 0.
       77 CACAH-SUMBER PIC 9(3) COMP VALUE 0.
       77 CACAH-DIBACA PIC 9(7) COMP VALUE 0.
       77 CACAH-BERSEGEL PIC 9(7) COMP VALUE 0.
       77 CACAH-LAMA PIC 9(7) COMP VALUE 0.
       77 CACAH-DIUBAH PIC 9(7) COMP VALUE 0.
       77 CACAH-PUTUS PIC 9(7) COMP VALUE 0.
       77 CACAH-LONCAT PIC 9(7) COMP VALUE 0.
       77 CACAH-TANPA-SEGEL PIC 9(7) COMP VALUE 0.
       77 CACAH-PENGECUALIAN PIC 9(7) COMP VALUE 0.
      *----------------------------------------------------------*
      * FIELD UNTUK LAPORAN LAPSEGEL                              *
      *----------------------------------------------------------*
       01 JUDUL-SEGEL-1.
          02 FILLER PIC X(40)
             VALUE 'LAPORAN PEMERIKSAAN RANTAI SEGEL AUDIT'.
       01 JUDUL-SEGEL-2.
          02 FILLER PIC X(9) VALUE 'Tanggal: '.
          02 JS2-TANGGAL PIC X(10).
          02 FILLER PIC X(16) VALUE '   Arsip dari: '.
          02 JS2-DARI PIC X(6).
          02 FILLER PIC X(10) VALUE '  sampai: '.
          02 JS2-SAMPAI PIC X(6).
       01 JUDUL-SEGEL-3.
          02 FILLER PIC X(9) VALUE 'SUMBER'.
          02 FILLER PIC X(8) VALUE '  BARIS'.
          02 FILLER PIC X(11) VALUE '       URUT'.
          02 FILLER PIC X(16) VALUE ' PENGECUALIAN'.
          02 FILLER PIC X(31) VALUE 'KETERANGAN'.
          02 FILLER PIC X(40) VALUE 'ISI BARIS'.
       01 JUDUL-SEGEL-KOSONG.
          02 FILLER PIC X(1) VALUE SPACE.
       01 BARIS-PENGECUALIAN.
          02 BP-SUMBER PIC X(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BP-BARIS PIC ZZZZZZ9.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BP-URUT PIC Z(8)9.
          02 FILLER PIC X(2) VALUE SPACES.
          02 BP-JENIS PIC X(14).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BP-KETERANGAN PIC X(30).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BP-ISI PIC X(58).
       01 KETERANGAN-ANGKA PIC 9(10).
       01 BARIS-SEGEL-RINGKAS.
          02 BSR-LABEL PIC X(30).
          02 BSR-ANGKA PIC ZZZZZZ9.
       01 BARIS-SEGEL-UJUNG.
          02 BSU-LABEL PIC X(30).
          02 BSU-ANGKA PIC Z(9)9.
       01 TEKS-CATATAN PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           PERFORM TENTUKAN-RENTANG.
           OPEN OUTPUT SEGEL-FILE.
           IF NOT SEGEL-OK
               DISPLAY 'SEGEL: GAGAL MEMBUKA LAPSEGEL, STATUS = '
                       STATUS-SEGEL
               STOP RUN
           END-IF.
           MOVE TANGGAL-CETAK TO JS2-TANGGAL.
           MOVE ARSIP-DARI-ENV TO JS2-DARI.
           MOVE PERIODE-AKHIR TO JS2-SAMPAI.
           WRITE SEGEL-RECORD FROM JUDUL-SEGEL-1.
           WRITE SEGEL-RECORD FROM JUDUL-SEGEL-2.
           WRITE SEGEL-RECORD FROM JUDUL-SEGEL-KOSONG.
           WRITE SEGEL-RECORD FROM JUDUL-SEGEL-3.
           IF ADA-RENTANG-ARSIP
               PERFORM PERIKSA-ARSIP THRU PERIKSA-ARSIP-EXIT
           END-IF.
           MOVE 'AUDIT' TO SUMBER-PERIKSA.
           PERFORM PERIKSA-AUDIT THRU PERIKSA-AUDIT-EXIT.
           PERFORM TULIS-RINGKASAN-SEGEL.
           CLOSE SEGEL-FILE.
           IF CACAH-PENGECUALIAN > 0
               DISPLAY 'SEGEL: *** RANTAI SEGEL TIDAK UTUH ***, '
                       CACAH-PENGECUALIAN ' PENGECUALIAN DI LAPSEGEL'
           ELSE
               DISPLAY 'SEGEL: RANTAI SEGEL UTUH, ' CACAH-BERSEGEL
                       ' BARIS BERSEGEL DIPERIKSA'
           END-IF.
           STOP RUN.
      *----------------------------------------------------------*
      * RENTANG ARSIP : KALKULATOR_ARSIP_DARI (TTTTBB) KOSONG     *
      * BERARTI HANYA AUDIT HIDUP. KALKULATOR_ARSIP_SAMPAI        *
      * KOSONG BERARTI SAMPAI BULAN BERJALAN.                     *
      *----------------------------------------------------------*
       TENTUKAN-RENTANG.
           ACCEPT TANGGAL-SEKARANG FROM DATE YYYYMMDD.
           STRING TS-TANGGAL '/' TS-BULAN '/' TS-TAHUN
               INTO TANGGAL-CETAK.
           STRING TS-TAHUN TS-BULAN INTO PERIODE-SEKARANG.
           ACCEPT ARSIP-DARI-ENV
               FROM ENVIRONMENT "KALKULATOR_ARSIP_DARI".
           ACCEPT ARSIP-SAMPAI-ENV
               FROM ENVIRONMENT "KALKULATOR_ARSIP_SAMPAI".
           IF ARSIP-DARI-ENV NOT = SPACES
                   AND ARSIP-DARI-ENV IS NUMERIC
               MOVE 'Y' TO SAKLAR-ADA-ARSIP
           ELSE
               MOVE SPACES TO ARSIP-DARI-ENV
               MOVE 'T' TO SAKLAR-ADA-ARSIP
           END-IF.
           IF ARSIP-SAMPAI-ENV NOT = SPACES
                   AND ARSIP-SAMPAI-ENV IS NUMERIC
                   AND ARSIP-SAMPAI-ENV < PERIODE-SEKARANG
               MOVE ARSIP-SAMPAI-ENV TO PERIODE-AKHIR
           ELSE
               MOVE PERIODE-SEKARANG TO PERIODE-AKHIR
           END-IF.
      *----------------------------------------------------------*
      * ARSIP BULANAN BERURUTAN DARI BULAN AWAL SAMPAI BULAN      *
      * AKHIR. ARSIP YANG TIDAK ADA DICATAT DI LAPORAN; KALAU     *
      * BULAN ITU MEMANG BERISI BARIS, RANTAINYA AKAN TERLIHAT    *
      * PUTUS DI ARSIP BERIKUTNYA.                                *
      *----------------------------------------------------------*
       PERIKSA-ARSIP.
           MOVE ARSIP-DARI-ENV(1:4) TO PK-TAHUN.
           MOVE ARSIP-DARI-ENV(5:2) TO PK-BULAN.
           IF PK-BULAN < 1 OR PK-BULAN > 12
               MOVE 1 TO PK-BULAN
           END-IF.
           PERFORM PERIKSA-SATU-ARSIP THRU PERIKSA-SATU-ARSIP-EXIT
               UNTIL PERIODE-KERJA > PERIODE-AKHIR.
       PERIKSA-ARSIP-EXIT.
           EXIT.
       PERIKSA-SATU-ARSIP.
           MOVE PERIODE-KERJA TO NA-PERIODE.
           MOVE PERIODE-KERJA TO SUMBER-PERIKSA.
           OPEN INPUT ARSIP-FILE.
           IF ARSIP-TIDAK-ADA
               MOVE SPACES TO TEKS-CATATAN
               STRING 'Arsip ' NAMA-ARSIP ' tidak ditemukan'
                   DELIMITED BY SIZE INTO TEKS-CATATAN
               WRITE SEGEL-RECORD FROM TEKS-CATATAN
               PERFORM PERIODE-BERIKUT
               GO TO PERIKSA-SATU-ARSIP-EXIT
           END-IF.
           IF NOT ARSIP-OK
               DISPLAY 'SEGEL: GAGAL MEMBUKA ' NAMA-ARSIP
                       ', STATUS = ' STATUS-ARSIP
               PERFORM PERIODE-BERIKUT
               GO TO PERIKSA-SATU-ARSIP-EXIT
           END-IF.
           ADD 1 TO CACAH-SUMBER.
           MOVE 0 TO BARIS-SUMBER.
           PERFORM BACA-SUMBER.
           PERFORM PERIKSA-SATU-BARIS THRU PERIKSA-SATU-BARIS-EXIT
               UNTIL AKHIR-SUMBER.
           CLOSE ARSIP-FILE.
           PERFORM PERIODE-BERIKUT.
       PERIKSA-SATU-ARSIP-EXIT.
           EXIT.
       PERIODE-BERIKUT.
           ADD 1 TO PK-BULAN.
           IF PK-BULAN > 12
               MOVE 1 TO PK-BULAN
               ADD 1 TO PK-TAHUN
           END-IF.
      *----------------------------------------------------------*
      * FILE AUDIT HIDUP : LANJUTAN RANTAI SESUDAH ARSIP TERAKHIR.*
      *----------------------------------------------------------*
       PERIKSA-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-TIDAK-ADA
               MOVE 'File AUDIT tidak ditemukan' TO TEKS-CATATAN
               WRITE SEGEL-RECORD FROM TEKS-CATATAN
               GO TO PERIKSA-AUDIT-EXIT
           END-IF.
           IF NOT AUDIT-OK
               DISPLAY 'SEGEL: GAGAL MEMBUKA AUDIT, STATUS = '
                       STATUS-AUDIT
               GO TO PERIKSA-AUDIT-EXIT
           END-IF.
           ADD 1 TO CACAH-SUMBER.
           MOVE 0 TO BARIS-SUMBER.
           PERFORM BACA-SUMBER.
           PERFORM PERIKSA-SATU-BARIS THRU PERIKSA-SATU-BARIS-EXIT
               UNTIL AKHIR-SUMBER.
           CLOSE AUDIT-FILE.
       PERIKSA-AUDIT-EXIT.
           EXIT.
       BACA-SUMBER.
           IF SUMBER-PERIKSA = 'AUDIT'
               READ AUDIT-FILE
                   AT END MOVE '10' TO STATUS-BACA-SUMBER
                   NOT AT END
                       MOVE '00' TO STATUS-BACA-SUMBER
                       MOVE AUDIT-RECORD TO BARIS-AUDIT-SEGEL
               END-READ
           ELSE
               READ ARSIP-FILE
                   AT END MOVE '10' TO STATUS-BACA-SUMBER
                   NOT AT END
                       MOVE '00' TO STATUS-BACA-SUMBER
                       MOVE ARSIP-RECORD TO BARIS-AUDIT-SEGEL
               END-READ
           END-IF.
           IF NOT AKHIR-SUMBER
               ADD 1 TO BARIS-SUMBER
           END-IF.
      *----------------------------------------------------------*
      * SATU BARIS : SEGEL DIHITUNG ULANG DARI ISI, URUT, DAN     *
      * SEGEL SEBELUMNYA YANG TERCATAT DI BARIS ITU SENDIRI       *
      * (BEDA = BARIS DIUBAH). SAMBUNGAN KE BARIS SEBELUMNYA      *
      * DIPERIKSA TERHADAP UJUNG RANTAI (BEDA = ADA BARIS         *
      * DIHAPUS / DISISIPKAN / DITUKAR), DAN URUTNYA HARUS TEPAT  *
      * SATU LEBIH BESAR (BEDA = URUT LONCAT). BARIS PERTAMA      *
      * YANG DIPERIKSA MENJADI AWAL RANTAI.                       *
      *----------------------------------------------------------*
       PERIKSA-SATU-BARIS.
           ADD 1 TO CACAH-DIBACA.
           IF SG-URUT IS NOT NUMERIC OR SG-SEBELUM IS NOT NUMERIC
                   OR SG-NILAI IS NOT NUMERIC
               IF RANTAI-MULAI
                   ADD 1 TO CACAH-TANPA-SEGEL
                   MOVE 0 TO BP-URUT
                   MOVE 'TANPA SEGEL' TO BP-JENIS
                   MOVE 'baris disisipkan / dirusak'
                       TO BP-KETERANGAN
                   PERFORM TULIS-PENGECUALIAN
               ELSE
                   ADD 1 TO CACAH-LAMA
               END-IF
               PERFORM BACA-SUMBER
               GO TO PERIKSA-SATU-BARIS-EXIT
           END-IF.
           ADD 1 TO CACAH-BERSEGEL.
           MOVE SG-URUT TO BP-URUT.
           PERFORM HITUNG-SEGEL.
           IF SEGEL-HITUNG NOT = SG-NILAI
               ADD 1 TO CACAH-DIUBAH
               MOVE 'DIUBAH' TO BP-JENIS
               MOVE 'segel tidak cocok dengan isi'
                   TO BP-KETERANGAN
               PERFORM TULIS-PENGECUALIAN
           END-IF.
           IF NOT RANTAI-MULAI
               MOVE 'Y' TO SAKLAR-RANTAI-MULAI
               MOVE SG-URUT TO URUT-AWAL
               GO TO PERIKSA-SATU-BARIS-MAJU
           END-IF.
           IF SG-SEBELUM NOT = UR-NILAI
               ADD 1 TO CACAH-PUTUS
               MOVE 'RANTAI PUTUS' TO BP-JENIS
               MOVE UR-NILAI TO KETERANGAN-ANGKA
               MOVE SPACES TO BP-KETERANGAN
               STRING 'sambungan <> segel ' KETERANGAN-ANGKA
                   DELIMITED BY SIZE INTO BP-KETERANGAN
               PERFORM TULIS-PENGECUALIAN
           END-IF.
           ADD 1 TO UR-URUT GIVING URUT-DIHARAPKAN.
           IF SG-URUT NOT = URUT-DIHARAPKAN
               ADD 1 TO CACAH-LONCAT
               MOVE 'URUT LONCAT' TO BP-JENIS
               MOVE URUT-DIHARAPKAN TO KETERANGAN-ANGKA
               MOVE SPACES TO BP-KETERANGAN
               STRING 'diharapkan ' KETERANGAN-ANGKA
                   DELIMITED BY SIZE INTO BP-KETERANGAN
               PERFORM TULIS-PENGECUALIAN
           END-IF.
       PERIKSA-SATU-BARIS-MAJU.
           MOVE SG-URUT TO UR-URUT.
           MOVE SG-NILAI TO UR-NILAI.
           PERFORM BACA-SUMBER.
       PERIKSA-SATU-BARIS-EXIT.
           EXIT.
       HITUNG-SEGEL.
           MOVE SG-SEBELUM TO SEGEL-KERJA.
           PERFORM OLAH-SATU-KARAKTER
               VARYING SEGEL-IDX FROM 1 BY 1 UNTIL SEGEL-IDX > 210.
           MOVE SEGEL-KERJA TO SEGEL-HITUNG.
       OLAH-SATU-KARAKTER.
           MOVE BARIS-AUDIT-SEGEL(SEGEL-IDX:1) TO SB-KAR.
           COMPUTE SEGEL-KERJA = SEGEL-KERJA * 31 + SEGEL-BYTE-ANGKA.
           DIVIDE SEGEL-KERJA BY SEGEL-PRIMA GIVING SEGEL-BAGI
               REMAINDER SEGEL-KERJA.
       TULIS-PENGECUALIAN.
           ADD 1 TO CACAH-PENGECUALIAN.
           MOVE SUMBER-PERIKSA TO BP-SUMBER.
           MOVE BARIS-SUMBER TO BP-BARIS.
           MOVE SG-ISI TO BP-ISI.
           WRITE SEGEL-RECORD FROM BARIS-PENGECUALIAN.
       TULIS-RINGKASAN-SEGEL.
           WRITE SEGEL-RECORD FROM JUDUL-SEGEL-KOSONG.
           MOVE 'Sumber diperiksa' TO BSR-LABEL.
           MOVE CACAH-SUMBER TO BSR-ANGKA.
           WRITE SEGEL-RECORD FROM BARIS-SEGEL-RINGKAS.
           MOVE 'Baris dibaca' TO BSR-LABEL.
           MOVE CACAH-DIBACA TO BSR-ANGKA.
           WRITE SEGEL-RECORD FROM BARIS-SEGEL-RINGKAS.
           MOVE 'Baris bersegel' TO BSR-LABEL.
           MOVE CACAH-BERSEGEL TO BSR-ANGKA.
           WRITE SEGEL-RECORD FROM BARIS-SEGEL-RINGKAS.
           MOVE 'Baris lama sebelum segel' TO BSR-LABEL.
           MOVE CACAH-LAMA TO BSR-ANGKA.
           WRITE SEGEL-RECORD FROM BARIS-SEGEL-RINGKAS.
           MOVE 'Pengecualian - Diubah' TO BSR-LABEL.
           MOVE CACAH-DIUBAH TO BSR-ANGKA.
           WRITE SEGEL-RECORD FROM BARIS-SEGEL-RINGKAS.
           MOVE 'Pengecualian - Rantai Putus' TO BSR-LABEL.
           MOVE CACAH-PUTUS TO BSR-ANGKA.
           WRITE SEGEL-RECORD FROM BARIS-SEGEL-RINGKAS.
           MOVE 'Pengecualian - Urut Loncat' TO BSR-LABEL.
           MOVE CACAH-LONCAT TO BSR-ANGKA.
           WRITE SEGEL-RECORD FROM BARIS-SEGEL-RINGKAS.
           MOVE 'Pengecualian - Tanpa Segel' TO BSR-LABEL.
           MOVE CACAH-TANPA-SEGEL TO BSR-ANGKA.
           WRITE SEGEL-RECORD FROM BARIS-SEGEL-RINGKAS.
      *    UJUNG RANTAI DICETAK SUPAYA PEMERIKSA BISA MENCATATNYA   *
      *    DAN MENCOCOKKAN DENGAN AWAL PEMERIKSAAN BERIKUTNYA -     *
      *    BARIS YANG DIHAPUS DARI UJUNG FILE HANYA TERLIHAT DARI   *
      *    PERBANDINGAN INI.                                        *
           MOVE 'Urut awal rantai' TO BSU-LABEL.
           MOVE URUT-AWAL TO BSU-ANGKA.
           WRITE SEGEL-RECORD FROM BARIS-SEGEL-UJUNG.
           MOVE 'Urut akhir rantai' TO BSU-LABEL.
           MOVE UR-URUT TO BSU-ANGKA.
           WRITE SEGEL-RECORD FROM BARIS-SEGEL-UJUNG.
           MOVE 'Segel akhir rantai' TO BSU-LABEL.
           MOVE UR-NILAI TO BSU-ANGKA.
           WRITE SEGEL-RECORD FROM BARIS-SEGEL-UJUNG.
           WRITE SEGEL-RECORD FROM JUDUL-SEGEL-KOSONG.
           IF CACAH-PENGECUALIAN > 0
               MOVE '*** RANTAI SEGEL TIDAK UTUH ***' TO TEKS-CATATAN
           ELSE
               MOVE 'RANTAI SEGEL UTUH' TO TEKS-CATATAN
           END-IF.
           WRITE SEGEL-RECORD FROM TEKS-CATATAN.
