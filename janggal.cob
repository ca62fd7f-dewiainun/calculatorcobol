       IDENTIFICATION DIVISION.
       PROGRAM-ID. NILAI-JANGGAL.
       AUTHOR. TIM-APLIKASI-KEUANGAN.
       INSTALLATION. KANTOR-PUSAT.
       DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * RIWAYAT PERUBAHAN                                        *
      *   TGL        PRG   KETERANGAN                             *
      *   2026-10-15  AS   Versi awal - laporan pengecualian nilai *
      *                    janggal untuk pemeriksa harian. Dasar   *
      *                    bergulir dibentuk dari arsip bulanan    *
      *                    ARSIP-TTTTBB beberapa bulan terakhir    *
      *                    dan file AUDIT hidup : rata-rata hasil  *
      *                    mutlak per operator per operasi, dan    *
      *                    rata-rata N1 mutlak per kode konstanta  *
      *                    / nama rumus. Baris tanggal periksa     *
      *                    yang keluar dari batas toleransi, dan   *
      *                    kegiatan di luar jam kerja, dicetak     *
      *                    bersama ID penyetujunya ke file         *
      *                    LAPJANGGAL.                             *
      *   2026-10-15  AS   Baris lawan pembatalan (jenis B) dan    *
      *                    ringkasan angsuran (jenis A) tidak      *
      *                    masuk dasar dan tidak diperiksa. Jam    *
      *                    selesai kerja maksimum 2400.            *
      *----------------------------------------------------------*
      * PARAMETER (ENVIRONMENT, SEMUA BOLEH KOSONG) :             *
      *   KALKULATOR_TANGGAL_PERIKSA  TTTTBBHH, BAWAAN = HARI INI *
      *   KALKULATOR_BULAN_DASAR      CACAH BULAN ARSIP SEBELUM   *
      *                               BULAN PERIKSA, BAWAAN 3     *
      *   KALKULATOR_TOLERANSI        KELIPATAN RATA-RATA, 2-999, *
      *                               BAWAAN 10                   *
      *   KALKULATOR_MIN_SAMPEL       CACAH BARIS DASAR MINIMUM   *
      *                               SEBELUM DIBANDINGKAN,       *
      *                               BAWAAN 5                    *
      *   KALKULATOR_JAM_KERJA        JJMMJJMM MULAI DAN SELESAI, *
      *                               BAWAAN 07001900             *
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
           SELECT JANGGAL-FILE ASSIGN TO "LAPJANGGAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-JANGGAL.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * PANJANG RECORD HARUS SELALU >= PANJANG AUDIT-RECORD DI    *
      * PROGRAM CALCULATOR (BARIS LEBIH PANJANG DARI RECORD AKAN  *
      * TERPOTONG MENJADI DUA SEWAKTU DIBACA).                    *
      *----------------------------------------------------------*
       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(240).
       FD  ARSIP-FILE.
       01  ARSIP-RECORD             PIC X(240).
       FD  JANGGAL-FILE.
       01  JANGGAL-RECORD           PIC X(132).
       WORKING-STORAGE SECTION.
       01 STATUS-AUDIT PIC XX.
          88 AUDIT-OK VALUE '00'.
          88 AUDIT-TIDAK-ADA VALUE '35'.
       01 STATUS-ARSIP PIC XX.
          88 ARSIP-OK VALUE '00'.
          88 ARSIP-TIDAK-ADA VALUE '35'.
       01 STATUS-JANGGAL PIC XX.
          88 JANGGAL-OK VALUE '00'.
       01 STATUS-BACA-SUMBER PIC XX.
          88 AKHIR-SUMBER VALUE '10'.
      *----------------------------------------------------------*
      * PANDANGAN RINGKASAN BARIS AUDIT. SUSUNAN FIELD HARUS SAMA *
      * DENGAN BARIS-AUDIT DI PROGRAM CALCULATOR. FIELD MENTAH    *
      * DI SINI BERGAMBAR ANGKA KARENA NILAINYA IKUT DIJUMLAH.    *
      * DARI AD-TANDA HANYA JENISNYA YANG DIPAKAI : B = BARIS     *
      * LAWAN PEMBATALAN, A = RINGKASAN JADWAL ANGSURAN.          *
      *----------------------------------------------------------*
       01 BARIS-AUDIT.
          02 AD-RINGKASAN.
             03 AD-OPERATOR PIC X(5).
             03 FILLER PIC X(1).
             03 AD-TANGGAL PIC X(10).
             03 FILLER PIC X(1).
             03 AD-JAM PIC X(8).
             03 FILLER PIC X(1).
             03 AD-N1 PIC X(11).
             03 FILLER PIC X(1).
             03 AD-SIMBOL PIC X(5).
             03 FILLER PIC X(1).
             03 AD-N2 PIC X(11).
             03 FILLER PIC X(3).
             03 AD-HASIL PIC X(18).
          02 AD-N1-MENTAH PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
          02 AD-N2-MENTAH PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
          02 AD-KODE-MENTAH PIC X(1).
          02 AD-KONSTANTA PIC X(8).
          02 AD-RUMUS-NAMA PIC X(12).
          02 AD-CABANG PIC X(4).
          02 AD-HASIL-MENTAH PIC S9(14)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
          02 AD-PENYETUJU PIC X(5).
          02 AD-TANDA.
             03 AD-JENIS PIC X(1).
                88 AD-PEMBATALAN VALUE 'B'.
                88 AD-ANGSURAN VALUE 'A'.
             03 FILLER PIC X(11).
      *----------------------------------------------------------*
      * TANGGAL PERIKSA DAN JENDELA DASAR. TANGGAL BARIS AUDIT    *
      * (HH/BB/TTTT) DIUBAH KE TTTTBBHH SUPAYA BISA DIBANDINGKAN. *
      *----------------------------------------------------------*
       01 TANGGAL-SEKARANG.
          02 TS-TAHUN PIC 9(4).
          02 TS-BULAN PIC 9(2).
          02 TS-TANGGAL PIC 9(2).
       01 TANGGAL-CETAK PIC X(10).
       01 TANGGAL-ENV PIC X(8) VALUE SPACES.
       01 TANGGAL-PERIKSA.
          02 TP-TAHUN PIC 9(4).
          02 TP-BULAN PIC 9(2).
          02 TP-HARI PIC 9(2).
       01 TANGGAL-PERIKSA-CETAK PIC X(10).
       01 AWAL-DASAR PIC X(8).
       01 TANGGAL-BARIS PIC X(8).
       01 PERIODE-KERJA.
          02 PK-TAHUN PIC 9(4).
          02 PK-BULAN PIC 9(2).
       01 PERIODE-AWAL PIC X(6).
       01 PERIODE-AKHIR PIC X(6).
       01 NAMA-ARSIP.
          02 FILLER PIC X(6) VALUE 'ARSIP-'.
          02 NA-PERIODE PIC X(6).
       01 SUMBER-BACA PIC X(8) VALUE SPACES.
       01 LANGKAH PIC 9(1) VALUE 1.
          88 LANGKAH-DASAR VALUE 1.
          88 LANGKAH-PERIKSA VALUE 2.
      *----------------------------------------------------------*
      * PARAMETER : TEKS ENVIRONMENT 1-3 ANGKA RATA KIRI DIUBAH   *
      * KE ANGKA; YANG TIDAK TERBACA MEMAKAI NILAI BAWAAN.        *
      *----------------------------------------------------------*
       01 PARAM-TEKS PIC X(3).
       01 PARAM-ANGKA PIC 9(3).
       01 SAKLAR-PARAM-SAH PIC X VALUE 'T'.
          88 PARAM-SAH VALUE 'Y'.
       01 BULAN-DASAR PIC 9(2) VALUE 3.
       01 TOLERANSI PIC 9(3) VALUE 10.
       01 MIN-SAMPEL PIC 9(3) VALUE 5.
       01 JAM-KERJA-ENV PIC X(8) VALUE SPACES.
       01 JAM-KERJA.
          02 JK-MULAI PIC 9(4) VALUE 0700.
          02 JK-SELESAI PIC 9(4) VALUE 1900.
       01 JAM-BARIS.
          02 JB-JAM PIC X(2).
          02 JB-MENIT PIC X(2).
       01 JAM-BARIS-ANGKA REDEFINES JAM-BARIS PIC 9(4).
      *----------------------------------------------------------*
      * TABEL DASAR : SATU ENTRI PER KELOMPOK. JENIS 'O' = KUNCI  *
      * OPERATOR + KODE OPERASI, DIUKUR DARI HASIL MUTLAK. JENIS  *
      * 'K' = KODE KONSTANTA DAN 'R' = NAMA RUMUS, DIUKUR DARI    *
      * N1 MUTLAK (VOLUME PEMAKAIAN TARIF).                       *
      *----------------------------------------------------------*
       01 TABEL-DASAR.
          02 DS-ENTRI OCCURS 600 TIMES.
             03 DS-JENIS PIC X(1).
             03 DS-KUNCI PIC X(12).
             03 DS-CACAH PIC 9(7).
             03 DS-JUMLAH PIC 9(15)V99.
       77 DS-JUMLAH-ENTRI PIC 9(3) COMP VALUE 0.
       77 DS-IDX PIC 9(3) COMP VALUE 0.
       77 DS-KETEMU PIC 9(3) COMP VALUE 0.
       01 SAKLAR-TABEL-PENUH PIC X VALUE 'T'.
          88 TABEL-DASAR-PENUH VALUE 'Y'.
       01 CARI-JENIS PIC X(1).
       01 CARI-KUNCI.
          02 CK-OPERATOR PIC X(5).
          02 CK-KODE PIC X(1).
          02 FILLER PIC X(6).
       01 CARI-KUNCI-KODE REDEFINES CARI-KUNCI PIC X(12).
      *----------------------------------------------------------*
      * NILAI YANG SEDANG DIBANDINGKAN                            *
      *----------------------------------------------------------*
       01 NILAI-MUTLAK PIC 9(14)V99 VALUE 0.
       01 NILAI-RATA PIC 9(15)V99 VALUE 0.
       01 NILAI-RASIO PIC 9(7)V9 VALUE 0.
       01 NILAI-BATAS PIC 9(18)V99 VALUE 0.
       01 JENIS-JANGGAL PIC X(16).
       01 ARAH-JANGGAL PIC X(6).
       77 CACAH-DIBACA PIC 9(7) COMP VALUE 0.
       77 CACAH-DASAR PIC 9(7) COMP VALUE 0.
       77 CACAH-DIPERIKSA PIC 9(7) COMP VALUE 0.
       77 CACAH-JANGGAL-HASIL PIC 9(7) COMP VALUE 0.
       77 CACAH-JANGGAL-N1 PIC 9(7) COMP VALUE 0.
       77 CACAH-LUAR-JAM PIC 9(7) COMP VALUE 0.
       77 CACAH-DISETUJUI PIC 9(7) COMP VALUE 0.
       77 CACAH-DASAR-KURANG PIC 9(7) COMP VALUE 0.
       77 CACAH-ARSIP-TIDAK-ADA PIC 9(7) COMP VALUE 0.
      *----------------------------------------------------------*
      * FIELD UNTUK LAPORAN LAPJANGGAL                            *
      *----------------------------------------------------------*
       01 JUDUL-JANGGAL-1.
          02 FILLER PIC X(40)
             VALUE 'LAPORAN PENGECUALIAN NILAI JANGGAL'.
       01 JUDUL-JANGGAL-2.
          02 FILLER PIC X(9) VALUE 'Tanggal: '.
          02 JJ2-TANGGAL PIC X(10).
          02 FILLER PIC X(20) VALUE '   Tanggal periksa: '.
          02 JJ2-PERIKSA PIC X(10).
          02 FILLER PIC X(15) VALUE '   Dasar arsip '.
          02 JJ2-DARI PIC X(6).
          02 FILLER PIC X(3) VALUE ' - '.
          02 JJ2-SAMPAI PIC X(6).
       01 JUDUL-JANGGAL-3.
          02 FILLER PIC X(12) VALUE 'Toleransi x'.
          02 JJ3-TOLERANSI PIC ZZ9.
          02 FILLER PIC X(20) VALUE '   Sampel minimum: '.
          02 JJ3-SAMPEL PIC ZZ9.
          02 FILLER PIC X(15) VALUE '   Jam kerja: '.
          02 JJ3-MULAI PIC 9(4).
          02 FILLER PIC X(3) VALUE ' - '.
          02 JJ3-SELESAI PIC 9(4).
       01 JUDUL-JANGGAL-KOSONG.
          02 FILLER PIC X(1) VALUE SPACE.
       01 JUDUL-KOLOM-JANGGAL.
          02 FILLER PIC X(9) VALUE 'Jam'.
          02 FILLER PIC X(6) VALUE 'Oprtr'.
          02 FILLER PIC X(6) VALUE 'Op'.
          02 FILLER PIC X(13) VALUE 'Kode'.
          02 FILLER PIC X(5) VALUE 'Cbg'.
          02 FILLER PIC X(18) VALUE '            Nilai'.
          02 FILLER PIC X(18) VALUE '        Rata-rata'.
          02 FILLER PIC X(10) VALUE '    Rasio'.
          02 FILLER PIC X(17) VALUE 'Pengecualian'.
          02 FILLER PIC X(9) VALUE 'Penyetuju'.
       01 BARIS-JANGGAL.
          02 BJ-JAM PIC X(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-OPERATOR PIC X(5).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-SIMBOL PIC X(5).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-KODE PIC X(12).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-CABANG PIC X(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-NILAI PIC -(13)9.99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-RATA PIC Z(13)9.99 BLANK WHEN ZERO.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-RASIO PIC Z(6)9.9 BLANK WHEN ZERO.
          02 FILLER PIC X(2) VALUE SPACES.
          02 BJ-JENIS PIC X(16).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-PENYETUJU PIC X(5).
       01 BARIS-RINGKAS-JANGGAL.
          02 BRJ-LABEL PIC X(30).
          02 BRJ-ANGKA PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MULAI.
           PERFORM TENTUKAN-PARAMETER.
           OPEN OUTPUT JANGGAL-FILE.
           IF NOT JANGGAL-OK
               DISPLAY 'JANGGAL: GAGAL MEMBUKA LAPJANGGAL, STATUS = '
                       STATUS-JANGGAL
               STOP RUN
           END-IF.
           MOVE TANGGAL-CETAK TO JJ2-TANGGAL.
           MOVE TANGGAL-PERIKSA-CETAK TO JJ2-PERIKSA.
           MOVE PERIODE-AWAL TO JJ2-DARI.
           MOVE PERIODE-AKHIR TO JJ2-SAMPAI.
           MOVE TOLERANSI TO JJ3-TOLERANSI.
           MOVE MIN-SAMPEL TO JJ3-SAMPEL.
           MOVE JK-MULAI TO JJ3-MULAI.
           MOVE JK-SELESAI TO JJ3-SELESAI.
           WRITE JANGGAL-RECORD FROM JUDUL-JANGGAL-1.
           WRITE JANGGAL-RECORD FROM JUDUL-JANGGAL-2.
           WRITE JANGGAL-RECORD FROM JUDUL-JANGGAL-3.
           WRITE JANGGAL-RECORD FROM JUDUL-JANGGAL-KOSONG.
      *    LANGKAH 1 MEMBENTUK DASAR DARI BARIS SEBELUM TANGGAL     *
      *    PERIKSA; LANGKAH 2 MEMBACA ULANG SUMBER YANG SAMA DAN    *
      *    MEMBANDINGKAN BARIS TANGGAL PERIKSA DENGAN DASAR ITU.    *
           MOVE 1 TO LANGKAH.
           PERFORM BACA-SEMUA-SUMBER.
           WRITE JANGGAL-RECORD FROM JUDUL-KOLOM-JANGGAL.
           MOVE 2 TO LANGKAH.
           PERFORM BACA-SEMUA-SUMBER.
           PERFORM TULIS-RINGKASAN-JANGGAL.
           CLOSE JANGGAL-FILE.
           DISPLAY 'JANGGAL: SELESAI, ' CACAH-DIPERIKSA
                   ' BARIS DIPERIKSA, LAPORAN DI LAPJANGGAL'.
           STOP RUN.
      *----------------------------------------------------------*
      * PARAMETER DARI ENVIRONMENT (LIHAT KOTAK DI ATAS). BULAN   *
      * DASAR = BULAN PERIKSA DIKURANGI KALKULATOR_BULAN_DASAR    *
      * SAMPAI BULAN PERIKSA ITU SENDIRI, LALU AUDIT HIDUP.       *
      *----------------------------------------------------------*
       TENTUKAN-PARAMETER.
           ACCEPT TANGGAL-SEKARANG FROM DATE YYYYMMDD.
           STRING TS-TANGGAL '/' TS-BULAN '/' TS-TAHUN
               INTO TANGGAL-CETAK.
           MOVE TANGGAL-SEKARANG TO TANGGAL-PERIKSA.
           ACCEPT TANGGAL-ENV
               FROM ENVIRONMENT "KALKULATOR_TANGGAL_PERIKSA".
           IF TANGGAL-ENV NOT = SPACES AND TANGGAL-ENV IS NUMERIC
               MOVE TANGGAL-ENV TO TANGGAL-PERIKSA
           END-IF.
           MOVE SPACES TO TANGGAL-PERIKSA-CETAK.
           STRING TP-HARI '/' TP-BULAN '/' TP-TAHUN
               DELIMITED BY SIZE INTO TANGGAL-PERIKSA-CETAK.
           MOVE SPACES TO PARAM-TEKS.
           ACCEPT PARAM-TEKS FROM ENVIRONMENT "KALKULATOR_BULAN_DASAR".
           PERFORM UBAH-PARAMETER.
           IF PARAM-SAH AND PARAM-ANGKA < 100
               MOVE PARAM-ANGKA TO BULAN-DASAR
           END-IF.
           MOVE SPACES TO PARAM-TEKS.
           ACCEPT PARAM-TEKS FROM ENVIRONMENT "KALKULATOR_TOLERANSI".
           PERFORM UBAH-PARAMETER.
           IF PARAM-SAH AND PARAM-ANGKA > 1
               MOVE PARAM-ANGKA TO TOLERANSI
           END-IF.
           MOVE SPACES TO PARAM-TEKS.
           ACCEPT PARAM-TEKS FROM ENVIRONMENT "KALKULATOR_MIN_SAMPEL".
           PERFORM UBAH-PARAMETER.
           IF PARAM-SAH AND PARAM-ANGKA > 0
               MOVE PARAM-ANGKA TO MIN-SAMPEL
           END-IF.
           ACCEPT JAM-KERJA-ENV FROM ENVIRONMENT "KALKULATOR_JAM_KERJA".
           IF JAM-KERJA-ENV IS NUMERIC
                   AND JAM-KERJA-ENV(1:2) < '24'
                   AND JAM-KERJA-ENV(3:2) < '60'
                   AND ((JAM-KERJA-ENV(5:2) < '24'
                           AND JAM-KERJA-ENV(7:2) < '60')
                       OR JAM-KERJA-ENV(5:4) = '2400')
               MOVE JAM-KERJA-ENV TO JAM-KERJA
           END-IF.
           MOVE TP-TAHUN TO PK-TAHUN.
           MOVE TP-BULAN TO PK-BULAN.
           MOVE PERIODE-KERJA TO PERIODE-AKHIR.
           PERFORM PERIODE-SEBELUM BULAN-DASAR TIMES.
           MOVE PERIODE-KERJA TO PERIODE-AWAL.
           MOVE SPACES TO AWAL-DASAR.
           STRING PERIODE-AWAL '01' DELIMITED BY SIZE INTO AWAL-DASAR.
       UBAH-PARAMETER.
           MOVE 'Y' TO SAKLAR-PARAM-SAH.
           EVALUATE TRUE
               WHEN PARAM-TEKS IS NUMERIC
                   MOVE PARAM-TEKS TO PARAM-ANGKA
               WHEN PARAM-TEKS(1:2) IS NUMERIC
                       AND PARAM-TEKS(3:1) = SPACE
                   MOVE PARAM-TEKS(1:2) TO PARAM-ANGKA
               WHEN PARAM-TEKS(1:1) IS NUMERIC
                       AND PARAM-TEKS(2:2) = SPACES
                   MOVE PARAM-TEKS(1:1) TO PARAM-ANGKA
               WHEN OTHER
                   MOVE 'T' TO SAKLAR-PARAM-SAH
           END-EVALUATE.
       PERIODE-SEBELUM.
           IF PK-BULAN > 1
               SUBTRACT 1 FROM PK-BULAN
           ELSE
               MOVE 12 TO PK-BULAN
               SUBTRACT 1 FROM PK-TAHUN
           END-IF.
       PERIODE-BERIKUT.
           ADD 1 TO PK-BULAN.
           IF PK-BULAN > 12
               MOVE 1 TO PK-BULAN
               ADD 1 TO PK-TAHUN
           END-IF.
      *----------------------------------------------------------*
      * SUMBER : ARSIP BULAN AWAL SAMPAI BULAN PERIKSA (ARSIP     *
      * YANG TIDAK ADA BERARTI BULAN ITU BELUM / TIDAK PERNAH     *
      * DIARSIP), LALU FILE AUDIT HIDUP.                          *
      *----------------------------------------------------------*
       BACA-SEMUA-SUMBER.
           MOVE PERIODE-AWAL(1:4) TO PK-TAHUN.
           MOVE PERIODE-AWAL(5:2) TO PK-BULAN.
           PERFORM BACA-SATU-ARSIP THRU BACA-SATU-ARSIP-EXIT
               UNTIL PERIODE-KERJA > PERIODE-AKHIR.
           MOVE 'AUDIT' TO SUMBER-BACA.
           PERFORM BACA-AUDIT-HIDUP THRU BACA-AUDIT-HIDUP-EXIT.
       BACA-SATU-ARSIP.
           MOVE PERIODE-KERJA TO NA-PERIODE.
           MOVE PERIODE-KERJA TO SUMBER-BACA.
           OPEN INPUT ARSIP-FILE.
           IF ARSIP-TIDAK-ADA
               IF LANGKAH-DASAR
                   ADD 1 TO CACAH-ARSIP-TIDAK-ADA
               END-IF
               PERFORM PERIODE-BERIKUT
               GO TO BACA-SATU-ARSIP-EXIT
           END-IF.
           IF NOT ARSIP-OK
               DISPLAY 'JANGGAL: GAGAL MEMBUKA ' NAMA-ARSIP
                       ', STATUS = ' STATUS-ARSIP
               PERFORM PERIODE-BERIKUT
               GO TO BACA-SATU-ARSIP-EXIT
           END-IF.
           PERFORM BACA-SUMBER.
           PERFORM OLAH-SATU-BARIS THRU OLAH-SATU-BARIS-EXIT
               UNTIL AKHIR-SUMBER.
           CLOSE ARSIP-FILE.
           PERFORM PERIODE-BERIKUT.
       BACA-SATU-ARSIP-EXIT.
           EXIT.
       BACA-AUDIT-HIDUP.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-TIDAK-ADA
               IF LANGKAH-DASAR
                   DISPLAY 'JANGGAL: FILE AUDIT TIDAK DITEMUKAN'
               END-IF
               GO TO BACA-AUDIT-HIDUP-EXIT
           END-IF.
           IF NOT AUDIT-OK
               DISPLAY 'JANGGAL: GAGAL MEMBUKA AUDIT, STATUS = '
                       STATUS-AUDIT
               GO TO BACA-AUDIT-HIDUP-EXIT
           END-IF.
           PERFORM BACA-SUMBER.
           PERFORM OLAH-SATU-BARIS THRU OLAH-SATU-BARIS-EXIT
               UNTIL AKHIR-SUMBER.
           CLOSE AUDIT-FILE.
       BACA-AUDIT-HIDUP-EXIT.
           EXIT.
       BACA-SUMBER.
           IF SUMBER-BACA = 'AUDIT'
               READ AUDIT-FILE
                   AT END MOVE '10' TO STATUS-BACA-SUMBER
                   NOT AT END
                       MOVE '00' TO STATUS-BACA-SUMBER
                       MOVE AUDIT-RECORD TO BARIS-AUDIT
               END-READ
           ELSE
               READ ARSIP-FILE
                   AT END MOVE '10' TO STATUS-BACA-SUMBER
                   NOT AT END
                       MOVE '00' TO STATUS-BACA-SUMBER
                       MOVE ARSIP-RECORD TO BARIS-AUDIT
               END-READ
           END-IF.
      *----------------------------------------------------------*
      * SATU BARIS : JUDUL SESI, BARIS TANPA ANGKA MENTAH (VERSI  *
      * LAMA), BARIS LAWAN PEMBATALAN (HASILNYA HANYA MEMBALIK    *
      * BARIS ASLI) DAN RINGKASAN JADWAL ANGSURAN (BUKAN SATU     *
      * HITUNGAN) DILEWATI. BARIS DI DALAM JENDELA DASAR DAN      *
      * SEBELUM TANGGAL PERIKSA MASUK DASAR PADA LANGKAH 1;       *
      * BARIS TANGGAL PERIKSA DIBANDINGKAN PADA LANGKAH 2.        *
      *----------------------------------------------------------*
       OLAH-SATU-BARIS.
           IF LANGKAH-DASAR
               ADD 1 TO CACAH-DIBACA
           END-IF.
           IF BARIS-AUDIT(1:3) = '==='
               PERFORM BACA-SUMBER
               GO TO OLAH-SATU-BARIS-EXIT
           END-IF.
           IF AD-N1-MENTAH IS NOT NUMERIC
                   OR AD-HASIL-MENTAH IS NOT NUMERIC
               PERFORM BACA-SUMBER
               GO TO OLAH-SATU-BARIS-EXIT
           END-IF.
           IF AD-PEMBATALAN OR AD-ANGSURAN
               PERFORM BACA-SUMBER
               GO TO OLAH-SATU-BARIS-EXIT
           END-IF.
           MOVE SPACES TO TANGGAL-BARIS.
           STRING AD-TANGGAL(7:4) AD-TANGGAL(4:2) AD-TANGGAL(1:2)
               DELIMITED BY SIZE INTO TANGGAL-BARIS.
           IF LANGKAH-DASAR
               IF TANGGAL-BARIS NOT < AWAL-DASAR
                       AND TANGGAL-BARIS < TANGGAL-PERIKSA
                   PERFORM CATAT-DASAR
               END-IF
           ELSE
               IF TANGGAL-BARIS = TANGGAL-PERIKSA
                   PERFORM PERIKSA-BARIS THRU PERIKSA-BARIS-EXIT
               END-IF
           END-IF.
           PERFORM BACA-SUMBER.
       OLAH-SATU-BARIS-EXIT.
           EXIT.
       CATAT-DASAR.
           ADD 1 TO CACAH-DASAR.
           PERFORM KUNCI-OPERATOR.
           PERFORM CARI-DASAR.
           IF DS-KETEMU = 0
               PERFORM TAMBAH-DASAR THRU TAMBAH-DASAR-EXIT
           END-IF.
           IF DS-KETEMU > 0
               PERFORM HITUNG-MUTLAK-HASIL
               ADD 1 TO DS-CACAH(DS-KETEMU)
               ADD NILAI-MUTLAK TO DS-JUMLAH(DS-KETEMU)
           END-IF.
           PERFORM KUNCI-KODE.
           IF CARI-JENIS NOT = SPACE
               PERFORM CARI-DASAR
               IF DS-KETEMU = 0
                   PERFORM TAMBAH-DASAR THRU TAMBAH-DASAR-EXIT
               END-IF
               IF DS-KETEMU > 0
                   PERFORM HITUNG-MUTLAK-N1
                   ADD 1 TO DS-CACAH(DS-KETEMU)
                   ADD NILAI-MUTLAK TO DS-JUMLAH(DS-KETEMU)
               END-IF
           END-IF.
      *----------------------------------------------------------*
      * BARIS TANGGAL PERIKSA : HASIL MUTLAK DIBANDINGKAN DENGAN  *
      * RATA-RATA OPERATOR-OPERASINYA, N1 MUTLAK DENGAN RATA-RATA *
      * KODE KONSTANTA / RUMUSNYA, LALU JAMNYA DENGAN JAM KERJA.  *
      * JANGGAL = DI ATAS RATA-RATA x TOLERANSI, ATAU BUKAN NOL   *
      * DAN DI BAWAH RATA-RATA / TOLERANSI. KELOMPOK DENGAN       *
      * SAMPEL KURANG DARI MINIMUM TIDAK DIBANDINGKAN.            *
      *----------------------------------------------------------*
       PERIKSA-BARIS.
           ADD 1 TO CACAH-DIPERIKSA.
           PERFORM KUNCI-OPERATOR.
           PERFORM CARI-DASAR.
           PERFORM HITUNG-MUTLAK-HASIL.
           PERFORM BANDINGKAN-DASAR THRU BANDINGKAN-DASAR-EXIT.
           IF ARAH-JANGGAL NOT = SPACES
               ADD 1 TO CACAH-JANGGAL-HASIL
               MOVE SPACES TO JENIS-JANGGAL
               STRING 'HASIL OPR ' ARAH-JANGGAL
                   DELIMITED BY SIZE INTO JENIS-JANGGAL
               MOVE AD-HASIL-MENTAH TO BJ-NILAI
               PERFORM TULIS-JANGGAL
           END-IF.
           PERFORM KUNCI-KODE.
           IF CARI-JENIS NOT = SPACE
               PERFORM CARI-DASAR
               PERFORM HITUNG-MUTLAK-N1
               PERFORM BANDINGKAN-DASAR THRU BANDINGKAN-DASAR-EXIT
               IF ARAH-JANGGAL NOT = SPACES
                   ADD 1 TO CACAH-JANGGAL-N1
                   MOVE SPACES TO JENIS-JANGGAL
                   IF CARI-JENIS = 'K'
                       STRING 'N1 KONST ' ARAH-JANGGAL
                           DELIMITED BY SIZE INTO JENIS-JANGGAL
                   ELSE
                       STRING 'N1 RUMUS ' ARAH-JANGGAL
                           DELIMITED BY SIZE INTO JENIS-JANGGAL
                   END-IF
                   MOVE AD-N1-MENTAH TO BJ-NILAI
                   PERFORM TULIS-JANGGAL
               END-IF
           END-IF.
           MOVE AD-JAM(1:2) TO JB-JAM.
           MOVE AD-JAM(4:2) TO JB-MENIT.
           IF JAM-BARIS IS NOT NUMERIC
               GO TO PERIKSA-BARIS-EXIT
           END-IF.
           MOVE SPACES TO JENIS-JANGGAL.
           IF JK-MULAI NOT > JK-SELESAI
               IF JAM-BARIS-ANGKA < JK-MULAI
                       OR JAM-BARIS-ANGKA NOT < JK-SELESAI
                   MOVE 'DI LUAR JAM' TO JENIS-JANGGAL
               END-IF
           ELSE
               IF JAM-BARIS-ANGKA < JK-MULAI
                       AND JAM-BARIS-ANGKA NOT < JK-SELESAI
                   MOVE 'DI LUAR JAM' TO JENIS-JANGGAL
               END-IF
           END-IF.
           IF JENIS-JANGGAL NOT = SPACES
               ADD 1 TO CACAH-LUAR-JAM
               MOVE 0 TO NILAI-RATA
               MOVE 0 TO NILAI-RASIO
               MOVE AD-HASIL-MENTAH TO BJ-NILAI
               PERFORM TULIS-JANGGAL
           END-IF.
       PERIKSA-BARIS-EXIT.
           EXIT.
      *    ARAH-JANGGAL TERISI BILA NILAI-MUTLAK KELUAR DARI        *
      *    TOLERANSI ENTRI DS-KETEMU.                               *
       BANDINGKAN-DASAR.
           MOVE SPACES TO ARAH-JANGGAL.
           MOVE 0 TO NILAI-RATA.
           MOVE 0 TO NILAI-RASIO.
           IF DS-KETEMU = 0
               ADD 1 TO CACAH-DASAR-KURANG
               GO TO BANDINGKAN-DASAR-EXIT
           END-IF.
           IF DS-CACAH(DS-KETEMU) < MIN-SAMPEL
               ADD 1 TO CACAH-DASAR-KURANG
               GO TO BANDINGKAN-DASAR-EXIT
           END-IF.
           COMPUTE NILAI-RATA ROUNDED =
               DS-JUMLAH(DS-KETEMU) / DS-CACAH(DS-KETEMU).
           IF NILAI-RATA = 0
               GO TO BANDINGKAN-DASAR-EXIT
           END-IF.
           COMPUTE NILAI-RASIO ROUNDED = NILAI-MUTLAK / NILAI-RATA
               ON SIZE ERROR MOVE 9999999.9 TO NILAI-RASIO
           END-COMPUTE.
           COMPUTE NILAI-BATAS = NILAI-RATA * TOLERANSI.
           IF NILAI-MUTLAK > NILAI-BATAS
               MOVE 'TINGGI' TO ARAH-JANGGAL
               GO TO BANDINGKAN-DASAR-EXIT
           END-IF.
           COMPUTE NILAI-BATAS = NILAI-MUTLAK * TOLERANSI.
           IF NILAI-MUTLAK > 0 AND NILAI-BATAS < NILAI-RATA
               MOVE 'RENDAH' TO ARAH-JANGGAL
           END-IF.
       BANDINGKAN-DASAR-EXIT.
           EXIT.
       KUNCI-OPERATOR.
           MOVE 'O' TO CARI-JENIS.
           MOVE SPACES TO CARI-KUNCI.
           MOVE AD-OPERATOR TO CK-OPERATOR.
           MOVE AD-KODE-MENTAH TO CK-KODE.
       KUNCI-KODE.
           MOVE SPACES TO CARI-KUNCI.
           IF AD-KONSTANTA NOT = SPACES
               MOVE 'K' TO CARI-JENIS
               MOVE AD-KONSTANTA TO CARI-KUNCI-KODE
           ELSE
               IF AD-RUMUS-NAMA NOT = SPACES
                   MOVE 'R' TO CARI-JENIS
                   MOVE AD-RUMUS-NAMA TO CARI-KUNCI-KODE
               ELSE
                   MOVE SPACE TO CARI-JENIS
               END-IF
           END-IF.
       HITUNG-MUTLAK-HASIL.
           IF AD-HASIL-MENTAH < 0
               COMPUTE NILAI-MUTLAK = 0 - AD-HASIL-MENTAH
           ELSE
               MOVE AD-HASIL-MENTAH TO NILAI-MUTLAK
           END-IF.
       HITUNG-MUTLAK-N1.
           IF AD-N1-MENTAH < 0
               COMPUTE NILAI-MUTLAK = 0 - AD-N1-MENTAH
           ELSE
               MOVE AD-N1-MENTAH TO NILAI-MUTLAK
           END-IF.
       CARI-DASAR.
           MOVE 0 TO DS-KETEMU.
           PERFORM CARI-SATU-DASAR THRU CARI-SATU-DASAR-EXIT
               VARYING DS-IDX FROM 1 BY 1
               UNTIL DS-IDX > DS-JUMLAH-ENTRI OR DS-KETEMU > 0.
       CARI-SATU-DASAR.
           IF DS-JENIS(DS-IDX) = CARI-JENIS
                   AND DS-KUNCI(DS-IDX) = CARI-KUNCI-KODE
               MOVE DS-IDX TO DS-KETEMU
           END-IF.
       CARI-SATU-DASAR-EXIT.
           EXIT.
       TAMBAH-DASAR.
           IF DS-JUMLAH-ENTRI NOT < 600
               IF NOT TABEL-DASAR-PENUH
                   MOVE 'Y' TO SAKLAR-TABEL-PENUH
                   DISPLAY 'JANGGAL: TABEL DASAR PENUH, SEBAGIAN '
                           'KELOMPOK TIDAK PUNYA DASAR'
               END-IF
               GO TO TAMBAH-DASAR-EXIT
           END-IF.
           ADD 1 TO DS-JUMLAH-ENTRI.
           MOVE DS-JUMLAH-ENTRI TO DS-KETEMU.
           MOVE CARI-JENIS TO DS-JENIS(DS-KETEMU).
           MOVE CARI-KUNCI-KODE TO DS-KUNCI(DS-KETEMU).
           MOVE 0 TO DS-CACAH(DS-KETEMU).
           MOVE 0 TO DS-JUMLAH(DS-KETEMU).
       TAMBAH-DASAR-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * SATU BARIS PENGECUALIAN. PENYETUJU DARI AD-PENYETUJU      *
      * (BATAS NILAI OPERATOR YANG SUDAH DILEWATI SUPERVISOR);    *
      * KOSONG DICETAK '-'.                                       *
      *----------------------------------------------------------*
       TULIS-JANGGAL.
           MOVE AD-JAM TO BJ-JAM.
           MOVE AD-OPERATOR TO BJ-OPERATOR.
           MOVE AD-SIMBOL TO BJ-SIMBOL.
           IF AD-KONSTANTA NOT = SPACES
               MOVE AD-KONSTANTA TO BJ-KODE
           ELSE
               MOVE AD-RUMUS-NAMA TO BJ-KODE
           END-IF.
           MOVE AD-CABANG TO BJ-CABANG.
           MOVE NILAI-RATA TO BJ-RATA.
           MOVE NILAI-RASIO TO BJ-RASIO.
           MOVE JENIS-JANGGAL TO BJ-JENIS.
           IF AD-PENYETUJU = SPACES
               MOVE '-' TO BJ-PENYETUJU
           ELSE
               MOVE AD-PENYETUJU TO BJ-PENYETUJU
               ADD 1 TO CACAH-DISETUJUI
           END-IF.
           WRITE JANGGAL-RECORD FROM BARIS-JANGGAL.
       TULIS-RINGKASAN-JANGGAL.
           WRITE JANGGAL-RECORD FROM JUDUL-JANGGAL-KOSONG.
           MOVE 'Baris dibaca' TO BRJ-LABEL.
           MOVE CACAH-DIBACA TO BRJ-ANGKA.
           WRITE JANGGAL-RECORD FROM BARIS-RINGKAS-JANGGAL.
           MOVE 'Baris masuk dasar' TO BRJ-LABEL.
           MOVE CACAH-DASAR TO BRJ-ANGKA.
           WRITE JANGGAL-RECORD FROM BARIS-RINGKAS-JANGGAL.
           MOVE 'Baris tanggal periksa' TO BRJ-LABEL.
           MOVE CACAH-DIPERIKSA TO BRJ-ANGKA.
           WRITE JANGGAL-RECORD FROM BARIS-RINGKAS-JANGGAL.
           MOVE 'Janggal - hasil operator' TO BRJ-LABEL.
           MOVE CACAH-JANGGAL-HASIL TO BRJ-ANGKA.
           WRITE JANGGAL-RECORD FROM BARIS-RINGKAS-JANGGAL.
           MOVE 'Janggal - N1 kode' TO BRJ-LABEL.
           MOVE CACAH-JANGGAL-N1 TO BRJ-ANGKA.
           WRITE JANGGAL-RECORD FROM BARIS-RINGKAS-JANGGAL.
           MOVE 'Kegiatan di luar jam kerja' TO BRJ-LABEL.
           MOVE CACAH-LUAR-JAM TO BRJ-ANGKA.
           WRITE JANGGAL-RECORD FROM BARIS-RINGKAS-JANGGAL.
           MOVE 'Pengecualian sudah disetujui' TO BRJ-LABEL.
           MOVE CACAH-DISETUJUI TO BRJ-ANGKA.
           WRITE JANGGAL-RECORD FROM BARIS-RINGKAS-JANGGAL.
           MOVE 'Dasar kurang, tidak dibanding' TO BRJ-LABEL.
           MOVE CACAH-DASAR-KURANG TO BRJ-ANGKA.
           WRITE JANGGAL-RECORD FROM BARIS-RINGKAS-JANGGAL.
           MOVE 'Arsip bulan tidak ditemukan' TO BRJ-LABEL.
           MOVE CACAH-ARSIP-TIDAK-ADA TO BRJ-ANGKA.
           WRITE JANGGAL-RECORD FROM BARIS-RINGKAS-JANGGAL.
