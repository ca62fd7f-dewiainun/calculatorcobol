       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUTUP-HARI.
       AUTHOR. TIM-APLIKASI-KEUANGAN.
       INSTALLATION. KANTOR-PUSAT.
       DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * RIWAYAT PERUBAHAN                                        *
      *   TGL        PRG   KETERANGAN                             *
      *   2026-10-15  AS   Versi awal - tutup hari. Untuk satu    *
      *                    tanggal bisnis, cacah dan hash baris   *
      *                    AUDIT tanggal itu dicocokkan dengan    *
      *                    record HASILOUT tanggal itu, total     *
      *                    LAPORAN dengan isi HASILOUT, dan hasil *
      *                    REKON-HASIL di LAPREKON. Hasilnya      *
      *                    dicetak sebagai satu lembar kontrol    *
      *                    LAPTUTUP bertanda tangan supervisor,   *
      *                    dan tanggal yang seimbang dicatat      *
      *                    tertutup di file kontrol TUTUPHARI     *
      *                    sehingga CALCULATOR tidak lagi         *
      *                    memposting ke tanggal itu.             *
      *   2026-10-15  AS   Record HASILOUT mengikuti tanda        *
      *                    pembatalan (93). Pemeriksaan LAPORAN = *
      *                    HASILOUT memakai Total Seluruh         *
      *                    Transaksi + Jumlah Pembatalan.         *
      *   2026-10-15  AS   Record HASILOUT mengikuti rincian      *
      *                    periode jadwal angsuran (124). Baris   *
      *                    AUDIT ringkasan angsuran dihitung      *
      *                    sebanyak tenornya; pemeriksaan LAPORAN *
      *                    ikut Jumlah Periode Angsuran.          *
      *----------------------------------------------------------*
      * PARAMETER (ENVIRONMENT) :                                 *
      *   KALKULATOR_TANGGAL_TUTUP  TTTTBBHH, BAWAAN = HARI INI.  *
      *                             TIDAK BOLEH SESUDAH HARI INI. *
      *   KALKULATOR_OPERATOR       ID SUPERVISOR PENUTUP (WAJIB) *
      *   KALKULATOR_SANDI          SANDI SUPERVISOR ITU          *
      *   KALKULATOR_TUTUP_PAKSA    'Y' = TETAP DITUTUP WALAUPUN  *
      *                             ADA SELISIH; SELISIHNYA IKUT  *
      *                             DICATAT DI FILE KONTROL DAN   *
      *                             LEMBAR KONTROL.               *
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
           SELECT HASIL-FILE ASSIGN TO "HASILOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HASILOUT.
           SELECT REPORT-FILE ASSIGN TO "LAPORAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LAPORAN.
           SELECT REKON-FILE ASSIGN TO "LAPREKON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-REKON.
           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-ID
               FILE STATUS IS STATUS-OPERMAST.
           SELECT TUTUP-FILE ASSIGN TO "TUTUPHARI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-TANGGAL
               FILE STATUS IS STATUS-TUTUP.
           SELECT LEMBAR-FILE ASSIGN TO "LAPTUTUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LEMBAR.
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
      *----------------------------------------------------------*
      * LAYOUT RECORD HARUS SAMA DENGAN HASIL-RECORD DI PROGRAM   *
      * CALCULATOR.                                               *
      *----------------------------------------------------------*
       FD  HASIL-FILE.
       01  HASIL-RECORD.
           02  HO-OPERATOR         PIC X(5).
           02  HO-TANGGAL          PIC X(8).
           02  HO-JAM              PIC X(6).
           02  HO-KODE-OPERASI     PIC 9(1).
           02  HO-N1               PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  HO-N2               PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  HO-HASIL            PIC S9(14)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  HO-KONSTANTA        PIC X(8).
           02  HO-RUMUS            PIC X(12).
           02  HO-CABANG           PIC X(4).
           02  HO-TANDA.
               03  HO-JENIS        PIC X(1).
               03  HO-REF-URUT     PIC X(9).
               03  HO-ALASAN       PIC X(2).
           02  HO-ANGSURAN.
               03  HO-PERIODE      PIC 9(3).
               03  HO-JATUH-TEMPO  PIC X(8).
               03  HO-BUNGA        PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               03  HO-POKOK        PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
      *----------------------------------------------------------*
      * LAPORAN DAN LAPREKON DIBACA SEBAGAI BARIS CETAK : BARIS   *
      * RINGKASAN BERLABEL 30 KOLOM DIIKUTI ANGKA, SAMA DENGAN    *
      * BARIS-RINGKASAN DAN BARIS-KONTROL-HASH DI PROGRAM ASALNYA.*
      *----------------------------------------------------------*
       FD  REPORT-FILE.
       01  REPORT-RECORD.
           02  LB-LABEL            PIC X(30).
           02  LB-ANGKA            PIC ZZZZZZ9.
           02  FILLER              PIC X(43).
       01  REPORT-JUDUL.
           02  LB-JUDUL            PIC X(9).
           02  LB-TANGGAL          PIC X(10).
           02  FILLER              PIC X(61).
       FD  REKON-FILE.
       01  REKON-RECORD.
           02  RB-LABEL            PIC X(30).
           02  RB-ANGKA            PIC ZZZZZZ9.
           02  FILLER              PIC X(43).
       01  REKON-HASH.
           02  FILLER              PIC X(30).
           02  RB-HASH             PIC -(15)9.99.
           02  FILLER              PIC X(31).
       01  REKON-JUDUL.
           02  RB-JUDUL            PIC X(9).
           02  RB-TANGGAL          PIC X(10).
           02  FILLER              PIC X(61).
      *----------------------------------------------------------*
      * LAYOUT RECORD HARUS SAMA DENGAN FD OPERATOR-FILE DI       *
      * PROGRAM CALCULATOR.                                       *
      *----------------------------------------------------------*
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           02  OM-ID               PIC X(5).
           02  OM-NAMA             PIC X(30).
           02  OM-LEVEL            PIC 9(1).
           02  OM-AKTIF            PIC X(1).
           02  OM-SANDI            PIC X(8).
           02  OM-GAGAL            PIC 9(1).
           02  OM-KUNCI            PIC X(1).
           02  OM-BATAS            PIC 9(7)V99.
      *----------------------------------------------------------*
      * FILE KONTROL TUTUP HARI : SATU RECORD PER TANGGAL BISNIS  *
      * YANG PERNAH DITUTUP. STATUS T = TERTUTUP, B = DIBUKA      *
      * KEMBALI OLEH SUPERVISOR (LEWAT CALCULATOR, PILIHAN 0).   *
      * LAYOUT RECORD HARUS SAMA DENGAN FD TUTUP-FILE DI PROGRAM  *
      * CALCULATOR.                                               *
      *----------------------------------------------------------*
       FD  TUTUP-FILE.
       01  TUTUP-RECORD.
           02  HT-TANGGAL          PIC X(8).
           02  HT-STATUS           PIC X(1).
               88  HT-TERTUTUP     VALUE 'T'.
               88  HT-DIBUKA       VALUE 'B'.
           02  HT-KALI             PIC 9(3).
           02  HT-PENUTUP          PIC X(5).
           02  HT-TUTUP-TGL        PIC X(10).
           02  HT-TUTUP-JAM        PIC X(8).
           02  HT-SELISIH          PIC X(1).
           02  HT-CACAH-AUDIT      PIC 9(7).
           02  HT-HASH-AUDIT       PIC S9(15)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  HT-CACAH-HASIL      PIC 9(7).
           02  HT-PEMBUKA          PIC X(5).
           02  HT-BUKA-TGL         PIC X(10).
           02  HT-BUKA-JAM         PIC X(8).
           02  HT-ALASAN-BUKA      PIC X(30).
       FD  LEMBAR-FILE.
       01  LEMBAR-RECORD            PIC X(80).
       WORKING-STORAGE SECTION.
       01 STATUS-AUDIT PIC XX.
          88 AUDIT-OK VALUE '00'.
          88 AUDIT-TIDAK-ADA VALUE '35'.
       01 STATUS-ARSIP PIC XX.
          88 ARSIP-OK VALUE '00'.
          88 ARSIP-TIDAK-ADA VALUE '35'.
       01 STATUS-HASILOUT PIC XX.
          88 HASILOUT-OK VALUE '00'.
          88 HASILOUT-TIDAK-ADA VALUE '35'.
       01 STATUS-LAPORAN PIC XX.
          88 LAPORAN-OK VALUE '00'.
          88 LAPORAN-TIDAK-ADA VALUE '35'.
       01 STATUS-REKON PIC XX.
          88 REKON-OK VALUE '00'.
          88 REKON-TIDAK-ADA VALUE '35'.
       01 STATUS-OPERMAST PIC XX.
          88 OPERMAST-OK VALUE '00'.
          88 OPERMAST-BELUM-ADA VALUE '35'.
       01 STATUS-TUTUP PIC XX.
          88 TUTUP-OK VALUE '00'.
          88 TUTUP-BELUM-ADA VALUE '35'.
       01 STATUS-LEMBAR PIC XX.
          88 LEMBAR-OK VALUE '00'.
       01 STATUS-BACA PIC XX.
          88 AKHIR-BACA VALUE '10'.
      *----------------------------------------------------------*
      * PANDANGAN RINGKASAN BARIS AUDIT. SUSUNAN FIELD HARUS SAMA *
      * DENGAN BARIS-AUDIT DI PROGRAM CALCULATOR. FIELD MENTAH    *
      * DI SINI BERGAMBAR ANGKA KARENA NILAINYA IKUT DIJUMLAH.    *
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
      *    RINGKASAN JADWAL ANGSURAN (JENIS A) MEWAKILI SEBANYAK    *
      *    TENOR RECORD HASILOUT, SATU PER PERIODE.                 *
          02 AD-TANDA.
             03 AD-JENIS PIC X(1).
                88 AD-ANGSURAN VALUE 'A'.
             03 AD-TENOR PIC 9(3).
             03 FILLER PIC X(8).
      *----------------------------------------------------------*
      * TANGGAL BISNIS YANG DITUTUP, DALAM BENTUK TTTTBBHH (KUNCI *
      * FILE KONTROL DAN HO-TANGGAL) DAN HH/BB/TTTT (AD-TANGGAL). *
      *----------------------------------------------------------*
       01 TANGGAL-SEKARANG.
          02 TS-TAHUN PIC 9(4).
          02 TS-BULAN PIC 9(2).
          02 TS-TANGGAL PIC 9(2).
       01 TANGGAL-CETAK PIC X(10).
       01 WAKTU-SEKARANG.
          02 WK-JAM PIC 9(2).
          02 WK-MENIT PIC 9(2).
          02 WK-DETIK PIC 9(2).
          02 WK-SERATUS PIC 9(2).
       01 WAKTU-CETAK PIC X(8).
       01 TANGGAL-ENV PIC X(8) VALUE SPACES.
       01 TANGGAL-TUTUP.
          02 TT-TAHUN PIC 9(4).
          02 TT-BULAN PIC 9(2).
          02 TT-HARI PIC 9(2).
       01 TANGGAL-TUTUP-CETAK PIC X(10).
       77 TT-AKHIR-BULAN PIC 9(2) COMP VALUE 0.
       77 TT-BAGI PIC 9(4) COMP VALUE 0.
       77 TT-SISA-4 PIC 9(4) COMP VALUE 0.
       77 TT-SISA-100 PIC 9(4) COMP VALUE 0.
       77 TT-SISA-400 PIC 9(4) COMP VALUE 0.
       01 NAMA-ARSIP.
          02 FILLER PIC X(6) VALUE 'ARSIP-'.
          02 NA-PERIODE PIC X(6).
       01 SUMBER-BACA PIC X(8) VALUE SPACES.
       01 PAKSA-ENV PIC X(1) VALUE SPACE.
          88 TUTUP-DIPAKSA VALUE 'Y' 'y'.
      *----------------------------------------------------------*
      * SUPERVISOR PENUTUP : ATURAN SAMA DENGAN OPERATOR BATCH    *
      * DI CALCULATOR (AKTIF, TINGKAT 2, TIDAK TERKUNCI, SANDI    *
      * COCOK; SANDI SALAH DIHITUNG DAN BISA MENGUNCI).           *
      *----------------------------------------------------------*
       01 OPERATOR-ID PIC X(5) VALUE SPACES.
       01 OPERATOR-NAMA PIC X(30) VALUE SPACES.
       01 SANDI-MASUK PIC X(8) VALUE SPACES.
       77 BATAS-GAGAL-SANDI PIC 9(1) VALUE 3.
       01 SAKLAR-ADA-KONTROL PIC X VALUE 'T'.
          88 ADA-KONTROL-TANGGAL VALUE 'Y'.
      *----------------------------------------------------------*
      * ANGKA YANG DIREKONSILIASI                                 *
      *----------------------------------------------------------*
       77 CACAH-AUDIT PIC 9(7) COMP VALUE 0.
       77 CACAH-AUDIT-SESI PIC 9(7) COMP VALUE 0.
       01 HASH-AUDIT PIC S9(15)V99 VALUE 0.
       77 CACAH-HASIL-TANGGAL PIC 9(7) COMP VALUE 0.
       77 CACAH-HASIL-LAIN PIC 9(7) COMP VALUE 0.
       77 CACAH-HASIL-SEMUA PIC 9(7) COMP VALUE 0.
       01 HASH-HASIL-TANGGAL PIC S9(15)V99 VALUE 0.
       01 LAPORAN-TANGGAL PIC X(10) VALUE SPACES.
       01 LAPORAN-TOTAL PIC 9(7) VALUE 0.
       01 LAPORAN-BATAL PIC 9(7) VALUE 0.
       01 LAPORAN-PERIODE PIC 9(7) VALUE 0.
       01 LAPORAN-DITOLAK PIC 9(7) VALUE 0.
       01 SAKLAR-ADA-TOTAL PIC X VALUE 'T'.
          88 ADA-TOTAL-LAPORAN VALUE 'Y'.
       01 REKON-TANGGAL PIC X(10) VALUE SPACES.
       01 REKON-DIHASILKAN PIC 9(7) VALUE 0.
       01 REKON-DITERIMA PIC 9(7) VALUE 0.
       01 REKON-HASH-DITERIMA PIC S9(15)V99 VALUE 0.
       01 SAKLAR-HASIL-REKON PIC X VALUE 'A'.
          88 REKON-TIDAK-ADA-HASIL VALUE 'A'.
          88 REKON-HASIL-SEIMBANG VALUE 'Y'.
          88 REKON-HASIL-SELISIH VALUE 'T'.
      *----------------------------------------------------------*
      * HASIL PEMERIKSAAN : Y = COCOK, T = SELISIH                *
      *----------------------------------------------------------*
       01 CEK-CACAH-AUDIT PIC X VALUE 'T'.
       01 CEK-HASH-AUDIT PIC X VALUE 'T'.
       01 CEK-LAPORAN PIC X VALUE 'T'.
       01 CEK-REKON-CACAH PIC X VALUE 'T'.
       01 CEK-REKON-HASIL PIC X VALUE 'T'.
       01 SAKLAR-SEIMBANG PIC X VALUE 'Y'.
          88 HARI-SEIMBANG VALUE 'Y'.
       01 SAKLAR-DITUTUP PIC X VALUE 'T'.
          88 HARI-DITUTUP VALUE 'Y'.
      *----------------------------------------------------------*
      * FIELD UNTUK LEMBAR KONTROL LAPTUTUP                       *
      *----------------------------------------------------------*
       01 JUDUL-LEMBAR-1.
          02 FILLER PIC X(40)
             VALUE 'LEMBAR KONTROL TUTUP HARI'.
       01 JUDUL-LEMBAR-2.
          02 FILLER PIC X(16) VALUE 'Tanggal bisnis: '.
          02 JL2-BISNIS PIC X(10).
          02 FILLER PIC X(14) VALUE '   Dicetak: '.
          02 JL2-TANGGAL PIC X(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 JL2-JAM PIC X(8).
       01 JUDUL-LEMBAR-KOSONG.
          02 FILLER PIC X(1) VALUE SPACE.
       01 BARIS-RINGKASAN.
          02 BR-LABEL PIC X(30).
          02 BR-ANGKA PIC ZZZZZZ9.
       01 BARIS-KONTROL-HASH.
          02 BKH-LABEL PIC X(30).
          02 BKH-ANGKA PIC -(15)9.99.
       01 BARIS-TEKS.
          02 BT-LABEL PIC X(30).
          02 BT-ISI PIC X(40).
       01 BARIS-PERIKSA.
          02 BP-LABEL PIC X(30).
          02 BP-HASIL PIC X(7).
       01 TEKS-KONTROL PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           PERFORM TENTUKAN-PARAMETER.
           PERFORM PERIKSA-PENUTUP THRU PERIKSA-PENUTUP-EXIT.
           PERFORM BUKA-KONTROL.
           IF ADA-KONTROL-TANGGAL AND HT-TERTUTUP
               DISPLAY 'TUTUP: TANGGAL ' TANGGAL-TUTUP-CETAK
                       ' SUDAH DITUTUP OLEH ' HT-PENUTUP
                       ' PADA ' HT-TUTUP-TGL ' ' HT-TUTUP-JAM
               CLOSE TUTUP-FILE
               STOP RUN
           END-IF.
           PERFORM BACA-AUDIT-TANGGAL.
           PERFORM BACA-HASILOUT THRU BACA-HASILOUT-EXIT.
           PERFORM BACA-LAPORAN THRU BACA-LAPORAN-EXIT.
           PERFORM BACA-LAPREKON THRU BACA-LAPREKON-EXIT.
           PERFORM NILAI-KESEIMBANGAN.
           IF HARI-SEIMBANG OR TUTUP-DIPAKSA
               PERFORM CATAT-TUTUP THRU CATAT-TUTUP-EXIT
           END-IF.
           CLOSE TUTUP-FILE.
           PERFORM TULIS-LEMBAR-KONTROL.
           IF HARI-DITUTUP
               DISPLAY 'TUTUP: TANGGAL ' TANGGAL-TUTUP-CETAK
                       ' DITUTUP, ' CACAH-AUDIT ' BARIS AUDIT'
           ELSE
               DISPLAY 'TUTUP: *** OUT OF BALANCE ***, TANGGAL '
                       TANGGAL-TUTUP-CETAK ' TIDAK DITUTUP'
           END-IF.
           STOP RUN.
      *----------------------------------------------------------*
      * PARAMETER DARI ENVIRONMENT (LIHAT KOTAK DI ATAS). TANGGAL *
      * YANG TIDAK SAH ATAU SESUDAH HARI INI MENGHENTIKAN RUN -   *
      * HARI YANG BELUM TERJADI TIDAK BOLEH DITUTUP.              *
      *----------------------------------------------------------*
       TENTUKAN-PARAMETER.
           ACCEPT TANGGAL-SEKARANG FROM DATE YYYYMMDD.
           STRING TS-TANGGAL '/' TS-BULAN '/' TS-TAHUN
               INTO TANGGAL-CETAK.
           MOVE TANGGAL-SEKARANG TO TANGGAL-TUTUP.
           ACCEPT TANGGAL-ENV
               FROM ENVIRONMENT "KALKULATOR_TANGGAL_TUTUP".
           IF TANGGAL-ENV NOT = SPACES
               MOVE TANGGAL-ENV TO TANGGAL-TUTUP
           END-IF.
           IF TANGGAL-TUTUP IS NOT NUMERIC
               DISPLAY 'TUTUP: TANGGAL ' TANGGAL-ENV ' TIDAK SAH'
               STOP RUN
           END-IF.
           IF TT-BULAN < 1 OR TT-BULAN > 12 OR TT-HARI < 1
               DISPLAY 'TUTUP: TANGGAL ' TANGGAL-ENV ' TIDAK SAH'
               STOP RUN
           END-IF.
           PERFORM HITUNG-AKHIR-BULAN.
           IF TT-HARI > TT-AKHIR-BULAN
               DISPLAY 'TUTUP: TANGGAL ' TANGGAL-ENV ' TIDAK SAH'
               STOP RUN
           END-IF.
           IF TANGGAL-TUTUP > TANGGAL-SEKARANG
               DISPLAY 'TUTUP: TANGGAL ' TANGGAL-TUTUP
                       ' BELUM TERJADI, TIDAK BISA DITUTUP'
               STOP RUN
           END-IF.
           MOVE SPACES TO TANGGAL-TUTUP-CETAK.
           STRING TT-HARI '/' TT-BULAN '/' TT-TAHUN
               DELIMITED BY SIZE INTO TANGGAL-TUTUP-CETAK.
           ACCEPT PAKSA-ENV FROM ENVIRONMENT "KALKULATOR_TUTUP_PAKSA".
       HITUNG-AKHIR-BULAN.
           EVALUATE TT-BULAN
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO TT-AKHIR-BULAN
               WHEN 2
                   DIVIDE TT-TAHUN BY 4 GIVING TT-BAGI
                       REMAINDER TT-SISA-4
                   DIVIDE TT-TAHUN BY 100 GIVING TT-BAGI
                       REMAINDER TT-SISA-100
                   DIVIDE TT-TAHUN BY 400 GIVING TT-BAGI
                       REMAINDER TT-SISA-400
                   IF TT-SISA-400 = 0
                           OR (TT-SISA-4 = 0 AND TT-SISA-100 NOT = 0)
                       MOVE 29 TO TT-AKHIR-BULAN
                   ELSE
                       MOVE 28 TO TT-AKHIR-BULAN
                   END-IF
               WHEN OTHER
                   MOVE 31 TO TT-AKHIR-BULAN
           END-EVALUATE.
      *----------------------------------------------------------*
      * PENUTUP HARUS SUPERVISOR YANG TERDAFTAR DI OPERMAST :     *
      * LEMBAR KONTROL DITANDATANGANI ATAS NAMANYA. TANPA FILE    *
      * INDUK OPERATOR TIDAK ADA YANG BISA MENANDATANGANI.        *
      *----------------------------------------------------------*
       PERIKSA-PENUTUP.
           ACCEPT OPERATOR-ID FROM ENVIRONMENT "KALKULATOR_OPERATOR".
           IF OPERATOR-ID = SPACES
               DISPLAY 'TUTUP: KALKULATOR_OPERATOR KOSONG, TUTUP '
                       'HARI PERLU SUPERVISOR PENUTUP'
               STOP RUN
           END-IF.
           OPEN I-O OPERATOR-FILE.
           IF NOT OPERMAST-OK
               DISPLAY 'TUTUP: GAGAL MEMBUKA OPERMAST, STATUS = '
                       STATUS-OPERMAST
               STOP RUN
           END-IF.
           MOVE OPERATOR-ID TO OM-ID.
           READ OPERATOR-FILE
               INVALID KEY MOVE SPACES TO OM-AKTIF
           END-READ.
           IF OM-ID NOT = OPERATOR-ID OR OM-AKTIF NOT = 'A'
                   OR OM-LEVEL NOT = 2
               DISPLAY 'TUTUP: OPERATOR ' OPERATOR-ID
                       ' TIDAK BERWENANG MENUTUP HARI'
               CLOSE OPERATOR-FILE
               STOP RUN
           END-IF.
           IF OM-KUNCI = 'Y'
               DISPLAY 'TUTUP: OPERATOR ' OPERATOR-ID
                       ' TERKUNCI, TUTUP HARI DITOLAK'
               CLOSE OPERATOR-FILE
               STOP RUN
           END-IF.
           MOVE SPACES TO SANDI-MASUK.
           ACCEPT SANDI-MASUK FROM ENVIRONMENT "KALKULATOR_SANDI".
           IF OM-SANDI = SPACES AND SANDI-MASUK NOT = SPACES
               DISPLAY 'TUTUP: SANDI OPERATOR ' OPERATOR-ID
                       ' BELUM DIPASANG, TUTUP HARI DITOLAK'
               CLOSE OPERATOR-FILE
               STOP RUN
           END-IF.
           IF OM-SANDI NOT = SPACES
                   AND SANDI-MASUK NOT = OM-SANDI
               ADD 1 TO OM-GAGAL
               IF OM-GAGAL NOT < BATAS-GAGAL-SANDI
                   MOVE 'Y' TO OM-KUNCI
               END-IF
               REWRITE OPERATOR-RECORD
               DISPLAY 'TUTUP: SANDI OPERATOR ' OPERATOR-ID
                       ' SALAH, TUTUP HARI DITOLAK'
               CLOSE OPERATOR-FILE
               STOP RUN
           END-IF.
           IF OM-GAGAL > 0
               MOVE 0 TO OM-GAGAL
               REWRITE OPERATOR-RECORD
           END-IF.
           MOVE OM-NAMA TO OPERATOR-NAMA.
           CLOSE OPERATOR-FILE.
       PERIKSA-PENUTUP-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * FILE KONTROL DIBUKA I-O (DIBUAT KOSONG BILA BELUM ADA)    *
      * DAN RECORD TANGGAL ITU DIBACA BILA SUDAH PERNAH ADA.      *
      *----------------------------------------------------------*
       BUKA-KONTROL.
           OPEN I-O TUTUP-FILE.
           IF TUTUP-BELUM-ADA
               OPEN OUTPUT TUTUP-FILE
               CLOSE TUTUP-FILE
               OPEN I-O TUTUP-FILE
           END-IF.
           IF NOT TUTUP-OK
               DISPLAY 'TUTUP: GAGAL MEMBUKA TUTUPHARI, STATUS = '
                       STATUS-TUTUP
               STOP RUN
           END-IF.
           MOVE TANGGAL-TUTUP TO HT-TANGGAL.
           READ TUTUP-FILE
               INVALID KEY MOVE 'T' TO SAKLAR-ADA-KONTROL
               NOT INVALID KEY MOVE 'Y' TO SAKLAR-ADA-KONTROL
           END-READ.
      *----------------------------------------------------------*
      * BARIS AUDIT TANGGAL ITU : ARSIP BULANNYA (KALAU SUDAH     *
      * DIARSIP), LALU AUDIT HIDUP. BARIS '===' (SESI, MASUK,     *
      * TUTUP SESI, BUKA HARI) DIHITUNG TERPISAH, BUKAN HITUNGAN. *
      *----------------------------------------------------------*
       BACA-AUDIT-TANGGAL.
           MOVE TANGGAL-TUTUP(1:6) TO NA-PERIODE.
           MOVE 'ARSIP' TO SUMBER-BACA.
           OPEN INPUT ARSIP-FILE.
           IF ARSIP-OK
               PERFORM BACA-SUMBER
               PERFORM OLAH-SATU-AUDIT UNTIL AKHIR-BACA
               CLOSE ARSIP-FILE
           END-IF.
           MOVE 'AUDIT' TO SUMBER-BACA.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-TIDAK-ADA
               DISPLAY 'TUTUP: FILE AUDIT TIDAK DITEMUKAN'
           ELSE
               IF NOT AUDIT-OK
                   DISPLAY 'TUTUP: GAGAL MEMBUKA AUDIT, STATUS = '
                           STATUS-AUDIT
               ELSE
                   PERFORM BACA-SUMBER
                   PERFORM OLAH-SATU-AUDIT UNTIL AKHIR-BACA
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.
       BACA-SUMBER.
           IF SUMBER-BACA = 'AUDIT'
               READ AUDIT-FILE
                   AT END MOVE '10' TO STATUS-BACA
                   NOT AT END
                       MOVE '00' TO STATUS-BACA
                       MOVE AUDIT-RECORD TO BARIS-AUDIT
               END-READ
           ELSE
               READ ARSIP-FILE
                   AT END MOVE '10' TO STATUS-BACA
                   NOT AT END
                       MOVE '00' TO STATUS-BACA
                       MOVE ARSIP-RECORD TO BARIS-AUDIT
               END-READ
           END-IF.
       OLAH-SATU-AUDIT.
           IF BARIS-AUDIT(1:3) = '==='
               IF BARIS-AUDIT(17:10) = TANGGAL-TUTUP-CETAK
                   ADD 1 TO CACAH-AUDIT-SESI
               END-IF
           ELSE
               IF AD-TANGGAL = TANGGAL-TUTUP-CETAK
                   IF AD-ANGSURAN AND AD-TENOR IS NUMERIC
                       ADD AD-TENOR TO CACAH-AUDIT
                   ELSE
                       ADD 1 TO CACAH-AUDIT
                   END-IF
                   IF AD-HASIL-MENTAH IS NUMERIC
                       ADD AD-HASIL-MENTAH TO HASH-AUDIT
                   END-IF
               END-IF
           END-IF.
           PERFORM BACA-SUMBER.
      *----------------------------------------------------------*
      * HASILOUT : CACAH DAN HASH RECORD TANGGAL ITU, DAN CACAH   *
      * SELURUH FILE (PEMBANDING TOTAL LAPORAN DAN LAPREKON).     *
      *----------------------------------------------------------*
       BACA-HASILOUT.
           OPEN INPUT HASIL-FILE.
           IF HASILOUT-TIDAK-ADA
               DISPLAY 'TUTUP: FILE HASILOUT TIDAK DITEMUKAN'
               GO TO BACA-HASILOUT-EXIT
           END-IF.
           IF NOT HASILOUT-OK
               DISPLAY 'TUTUP: GAGAL MEMBUKA HASILOUT, STATUS = '
                       STATUS-HASILOUT
               GO TO BACA-HASILOUT-EXIT
           END-IF.
           PERFORM BACA-HASIL.
           PERFORM OLAH-SATU-HASIL UNTIL AKHIR-BACA.
           CLOSE HASIL-FILE.
       BACA-HASILOUT-EXIT.
           EXIT.
       BACA-HASIL.
           READ HASIL-FILE
               AT END MOVE '10' TO STATUS-BACA
               NOT AT END MOVE '00' TO STATUS-BACA
           END-READ.
       OLAH-SATU-HASIL.
           ADD 1 TO CACAH-HASIL-SEMUA.
           IF HO-TANGGAL = TANGGAL-TUTUP
               ADD 1 TO CACAH-HASIL-TANGGAL
               IF HO-HASIL IS NUMERIC
                   ADD HO-HASIL TO HASH-HASIL-TANGGAL
               END-IF
           ELSE
               ADD 1 TO CACAH-HASIL-LAIN
           END-IF.
           PERFORM BACA-HASIL.
      *----------------------------------------------------------*
      * LAPORAN : TANGGAL RUN DARI BARIS JUDUL DAN BLOK TOTAL     *
      * TERAKHIR ('Total Seluruh Transaksi', 'Jumlah Pembatalan', *
      * 'Jumlah Periode Angsuran', 'Ditolak - Jumlah').           *
      * LAPORAN TANPA BLOK TOTAL = RUN BELUM SELESAI.             *
      *----------------------------------------------------------*
       BACA-LAPORAN.
           OPEN INPUT REPORT-FILE.
           IF LAPORAN-TIDAK-ADA
               DISPLAY 'TUTUP: FILE LAPORAN TIDAK DITEMUKAN'
               GO TO BACA-LAPORAN-EXIT
           END-IF.
           IF NOT LAPORAN-OK
               DISPLAY 'TUTUP: GAGAL MEMBUKA LAPORAN, STATUS = '
                       STATUS-LAPORAN
               GO TO BACA-LAPORAN-EXIT
           END-IF.
           PERFORM BACA-BARIS-LAPORAN.
           PERFORM OLAH-SATU-LAPORAN UNTIL AKHIR-BACA.
           CLOSE REPORT-FILE.
       BACA-LAPORAN-EXIT.
           EXIT.
       BACA-BARIS-LAPORAN.
           READ REPORT-FILE
               AT END MOVE '10' TO STATUS-BACA
               NOT AT END MOVE '00' TO STATUS-BACA
           END-READ.
       OLAH-SATU-LAPORAN.
           IF LB-JUDUL = 'Tanggal: ' AND LAPORAN-TANGGAL = SPACES
               MOVE LB-TANGGAL TO LAPORAN-TANGGAL
           END-IF.
           IF LB-LABEL = 'Total Seluruh Transaksi'
               MOVE LB-ANGKA TO LAPORAN-TOTAL
               MOVE 'Y' TO SAKLAR-ADA-TOTAL
           END-IF.
           IF LB-LABEL = 'Ditolak - Jumlah'
               MOVE LB-ANGKA TO LAPORAN-DITOLAK
           END-IF.
           IF LB-LABEL = 'Jumlah Pembatalan'
               MOVE LB-ANGKA TO LAPORAN-BATAL
           END-IF.
           IF LB-LABEL = 'Jumlah Periode Angsuran'
               MOVE LB-ANGKA TO LAPORAN-PERIODE
           END-IF.
           PERFORM BACA-BARIS-LAPORAN.
      *----------------------------------------------------------*
      * LAPREKON : ANGKA RINGKASAN DAN KALIMAT KESIMPULAN YANG    *
      * DITULIS REKON-HASIL.                                      *
      *----------------------------------------------------------*
       BACA-LAPREKON.
           OPEN INPUT REKON-FILE.
           IF REKON-TIDAK-ADA
               DISPLAY 'TUTUP: FILE LAPREKON TIDAK DITEMUKAN, '
                       'REKON-HASIL BELUM DIJALANKAN'
               GO TO BACA-LAPREKON-EXIT
           END-IF.
           IF NOT REKON-OK
               DISPLAY 'TUTUP: GAGAL MEMBUKA LAPREKON, STATUS = '
                       STATUS-REKON
               GO TO BACA-LAPREKON-EXIT
           END-IF.
           PERFORM BACA-BARIS-REKON.
           PERFORM OLAH-SATU-REKON UNTIL AKHIR-BACA.
           CLOSE REKON-FILE.
       BACA-LAPREKON-EXIT.
           EXIT.
       BACA-BARIS-REKON.
           READ REKON-FILE
               AT END MOVE '10' TO STATUS-BACA
               NOT AT END MOVE '00' TO STATUS-BACA
           END-READ.
       OLAH-SATU-REKON.
           IF RB-JUDUL = 'Tanggal: '
               MOVE RB-TANGGAL TO REKON-TANGGAL
           END-IF.
           IF RB-LABEL = 'Record dihasilkan (HASILOUT)'
               MOVE RB-ANGKA TO REKON-DIHASILKAN
           END-IF.
           IF RB-LABEL = 'Diterima - Cacah Aktual'
               MOVE RB-ANGKA TO REKON-DITERIMA
           END-IF.
           IF RB-LABEL = 'Diterima - Hash Aktual'
               MOVE RB-HASH TO REKON-HASH-DITERIMA
           END-IF.
           IF REKON-RECORD(1:34) = 'REKONSILIASI TANDA TERIMA SEIMBANG'
               MOVE 'Y' TO SAKLAR-HASIL-REKON
           END-IF.
           IF REKON-RECORD(1:35) = '*** REKONSILIASI OUT OF BALANCE ***'
               MOVE 'T' TO SAKLAR-HASIL-REKON
           END-IF.
           PERFORM BACA-BARIS-REKON.
      *----------------------------------------------------------*
      * SEIMBANG = CACAH DAN HASH AUDIT TANGGAL ITU SAMA DENGAN   *
      * HASILOUT TANGGAL ITU, TOTAL LAPORAN SAMA DENGAN ISI       *
      * HASILOUT, LAPREKON MEMBACA HASILOUT YANG SAMA, DAN        *
      * REKONSILIASI TANDA TERIMA HILIR SEIMBANG.                 *
      *----------------------------------------------------------*
       NILAI-KESEIMBANGAN.
           MOVE 'Y' TO SAKLAR-SEIMBANG.
           IF CACAH-AUDIT = CACAH-HASIL-TANGGAL
               MOVE 'Y' TO CEK-CACAH-AUDIT
           ELSE
               MOVE 'T' TO SAKLAR-SEIMBANG
           END-IF.
           IF HASH-AUDIT = HASH-HASIL-TANGGAL
               MOVE 'Y' TO CEK-HASH-AUDIT
           ELSE
               MOVE 'T' TO SAKLAR-SEIMBANG
           END-IF.
      *    PEMBATALAN TIDAK MASUK TOTAL TRANSAKSI LAPORAN TETAPI    *
      *    TETAP MENULIS SATU RECORD HASILOUT; JADWAL ANGSURAN      *
      *    MENULIS SATU RECORD PER PERIODE.                         *
           IF ADA-TOTAL-LAPORAN
                   AND LAPORAN-TOTAL + LAPORAN-BATAL + LAPORAN-PERIODE
                       = CACAH-HASIL-SEMUA
               MOVE 'Y' TO CEK-LAPORAN
           ELSE
               MOVE 'T' TO SAKLAR-SEIMBANG
           END-IF.
           IF NOT REKON-TIDAK-ADA-HASIL
                   AND REKON-DIHASILKAN = CACAH-HASIL-SEMUA
               MOVE 'Y' TO CEK-REKON-CACAH
           ELSE
               MOVE 'T' TO SAKLAR-SEIMBANG
           END-IF.
           IF REKON-HASIL-SEIMBANG
               MOVE 'Y' TO CEK-REKON-HASIL
           ELSE
               MOVE 'T' TO SAKLAR-SEIMBANG
           END-IF.
      *----------------------------------------------------------*
      * CATAT TANGGAL TERTUTUP : RECORD BARU DITULIS, RECORD      *
      * BEKAS DIBUKA KEMBALI DITIMPA (KALI TUTUP BERTAMBAH, DATA  *
      * PEMBUKAAN TERAKHIR TETAP TINGGAL SEBAGAI RIWAYAT).        *
      *----------------------------------------------------------*
       CATAT-TUTUP.
           ACCEPT WAKTU-SEKARANG FROM TIME.
           STRING WK-JAM ':' WK-MENIT ':' WK-DETIK INTO WAKTU-CETAK.
           IF NOT ADA-KONTROL-TANGGAL
               MOVE SPACES TO TUTUP-RECORD
               MOVE TANGGAL-TUTUP TO HT-TANGGAL
               MOVE 0 TO HT-KALI
           END-IF.
           MOVE 'T' TO HT-STATUS.
           ADD 1 TO HT-KALI.
           MOVE OPERATOR-ID TO HT-PENUTUP.
           MOVE TANGGAL-CETAK TO HT-TUTUP-TGL.
           MOVE WAKTU-CETAK TO HT-TUTUP-JAM.
           IF HARI-SEIMBANG
               MOVE 'T' TO HT-SELISIH
           ELSE
               MOVE 'Y' TO HT-SELISIH
           END-IF.
           MOVE CACAH-AUDIT TO HT-CACAH-AUDIT.
           MOVE HASH-AUDIT TO HT-HASH-AUDIT.
           MOVE CACAH-HASIL-TANGGAL TO HT-CACAH-HASIL.
           IF ADA-KONTROL-TANGGAL
               REWRITE TUTUP-RECORD
                   INVALID KEY
                       DISPLAY 'TUTUP: GAGAL MEMUTAKHIRKAN TUTUPHARI, '
                               'STATUS = ' STATUS-TUTUP
                       GO TO CATAT-TUTUP-EXIT
               END-REWRITE
           ELSE
               WRITE TUTUP-RECORD
                   INVALID KEY
                       DISPLAY 'TUTUP: GAGAL MENULIS TUTUPHARI, '
                               'STATUS = ' STATUS-TUTUP
                       GO TO CATAT-TUTUP-EXIT
               END-WRITE
           END-IF.
           MOVE 'Y' TO SAKLAR-DITUTUP.
       CATAT-TUTUP-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * LEMBAR KONTROL : ANGKA DARI KEEMPAT SUMBER, HASIL TIAP    *
      * PEMERIKSAAN, KESIMPULAN, DAN BLOK TANDA TANGAN PENUTUP.   *
      *----------------------------------------------------------*
       TULIS-LEMBAR-KONTROL.
           OPEN OUTPUT LEMBAR-FILE.
           IF NOT LEMBAR-OK
               DISPLAY 'TUTUP: GAGAL MEMBUKA LAPTUTUP, STATUS = '
                       STATUS-LEMBAR
               STOP RUN
           END-IF.
           ACCEPT WAKTU-SEKARANG FROM TIME.
           STRING WK-JAM ':' WK-MENIT ':' WK-DETIK INTO WAKTU-CETAK.
           MOVE TANGGAL-TUTUP-CETAK TO JL2-BISNIS.
           MOVE TANGGAL-CETAK TO JL2-TANGGAL.
           MOVE WAKTU-CETAK TO JL2-JAM.
           WRITE LEMBAR-RECORD FROM JUDUL-LEMBAR-1.
           WRITE LEMBAR-RECORD FROM JUDUL-LEMBAR-2.
           WRITE LEMBAR-RECORD FROM JUDUL-LEMBAR-KOSONG.
           MOVE 'AUDIT - Baris Hitungan' TO BR-LABEL.
           MOVE CACAH-AUDIT TO BR-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-RINGKASAN.
           MOVE 'AUDIT - Hash Hasil' TO BKH-LABEL.
           MOVE HASH-AUDIT TO BKH-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-KONTROL-HASH.
           MOVE 'AUDIT - Baris Sesi (===)' TO BR-LABEL.
           MOVE CACAH-AUDIT-SESI TO BR-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-RINGKASAN.
           MOVE 'HASILOUT - Record Tanggal Ini' TO BR-LABEL.
           MOVE CACAH-HASIL-TANGGAL TO BR-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-RINGKASAN.
           MOVE 'HASILOUT - Hash Tanggal Ini' TO BKH-LABEL.
           MOVE HASH-HASIL-TANGGAL TO BKH-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-KONTROL-HASH.
           MOVE 'HASILOUT - Record Tgl Lain' TO BR-LABEL.
           MOVE CACAH-HASIL-LAIN TO BR-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-RINGKASAN.
           MOVE 'HASILOUT - Record Seluruhnya' TO BR-LABEL.
           MOVE CACAH-HASIL-SEMUA TO BR-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-RINGKASAN.
           MOVE 'LAPORAN - Tanggal Run' TO BT-LABEL.
           MOVE LAPORAN-TANGGAL TO BT-ISI.
           WRITE LEMBAR-RECORD FROM BARIS-TEKS.
           MOVE 'LAPORAN - Total Transaksi' TO BR-LABEL.
           MOVE LAPORAN-TOTAL TO BR-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-RINGKASAN.
           MOVE 'LAPORAN - Pembatalan' TO BR-LABEL.
           MOVE LAPORAN-BATAL TO BR-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-RINGKASAN.
           MOVE 'LAPORAN - Periode Angsuran' TO BR-LABEL.
           MOVE LAPORAN-PERIODE TO BR-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-RINGKASAN.
           MOVE 'LAPORAN - Ditolak' TO BR-LABEL.
           MOVE LAPORAN-DITOLAK TO BR-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-RINGKASAN.
           MOVE 'LAPREKON - Tanggal Run' TO BT-LABEL.
           MOVE REKON-TANGGAL TO BT-ISI.
           WRITE LEMBAR-RECORD FROM BARIS-TEKS.
           MOVE 'LAPREKON - Record Dihasilkan' TO BR-LABEL.
           MOVE REKON-DIHASILKAN TO BR-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-RINGKASAN.
           MOVE 'LAPREKON - Diterima Hilir' TO BR-LABEL.
           MOVE REKON-DITERIMA TO BR-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-RINGKASAN.
           MOVE 'LAPREKON - Hash Diterima' TO BKH-LABEL.
           MOVE REKON-HASH-DITERIMA TO BKH-ANGKA.
           WRITE LEMBAR-RECORD FROM BARIS-KONTROL-HASH.
           MOVE 'LAPREKON - Kesimpulan' TO BT-LABEL.
           EVALUATE TRUE
               WHEN REKON-HASIL-SEIMBANG
                   MOVE 'SEIMBANG' TO BT-ISI
               WHEN REKON-HASIL-SELISIH
                   MOVE 'OUT OF BALANCE' TO BT-ISI
               WHEN OTHER
                   MOVE 'TIDAK ADA / TIDAK TERBACA' TO BT-ISI
           END-EVALUATE.
           WRITE LEMBAR-RECORD FROM BARIS-TEKS.
           WRITE LEMBAR-RECORD FROM JUDUL-LEMBAR-KOSONG.
           MOVE 'Pemeriksaan :' TO TEKS-KONTROL.
           WRITE LEMBAR-RECORD FROM TEKS-KONTROL.
           MOVE 'AUDIT = HASILOUT (cacah)' TO BP-LABEL.
           MOVE CEK-CACAH-AUDIT TO BP-HASIL.
           PERFORM TULIS-BARIS-PERIKSA.
           MOVE 'AUDIT = HASILOUT (hash)' TO BP-LABEL.
           MOVE CEK-HASH-AUDIT TO BP-HASIL.
           PERFORM TULIS-BARIS-PERIKSA.
           MOVE 'LAPORAN = HASILOUT' TO BP-LABEL.
           MOVE CEK-LAPORAN TO BP-HASIL.
           PERFORM TULIS-BARIS-PERIKSA.
           MOVE 'LAPREKON = HASILOUT' TO BP-LABEL.
           MOVE CEK-REKON-CACAH TO BP-HASIL.
           PERFORM TULIS-BARIS-PERIKSA.
           MOVE 'LAPREKON seimbang' TO BP-LABEL.
           MOVE CEK-REKON-HASIL TO BP-HASIL.
           PERFORM TULIS-BARIS-PERIKSA.
           WRITE LEMBAR-RECORD FROM JUDUL-LEMBAR-KOSONG.
           IF LAPORAN-TANGGAL NOT = TANGGAL-TUTUP-CETAK
               MOVE '*** LAPORAN BUKAN DARI RUN TANGGAL BISNIS INI ***'
                   TO TEKS-KONTROL
               WRITE LEMBAR-RECORD FROM TEKS-KONTROL
           END-IF.
           EVALUATE TRUE
               WHEN HARI-DITUTUP AND HARI-SEIMBANG
                   MOVE 'HARI SEIMBANG - TANGGAL DITUTUP'
                       TO TEKS-KONTROL
               WHEN HARI-DITUTUP
                   MOVE '*** DITUTUP PAKSA DENGAN SELISIH ***'
                       TO TEKS-KONTROL
               WHEN HARI-SEIMBANG
                   MOVE '*** SEIMBANG TETAPI GAGAL DICATAT TUTUP ***'
                       TO TEKS-KONTROL
               WHEN OTHER
                   MOVE '*** OUT OF BALANCE - TANGGAL TIDAK DITUTUP ***'
                       TO TEKS-KONTROL
           END-EVALUATE.
           WRITE LEMBAR-RECORD FROM TEKS-KONTROL.
           WRITE LEMBAR-RECORD FROM JUDUL-LEMBAR-KOSONG.
           MOVE 'Supervisor penutup' TO BT-LABEL.
           MOVE SPACES TO BT-ISI.
           STRING OPERATOR-ID ' ' OPERATOR-NAMA
               DELIMITED BY SIZE INTO BT-ISI.
           WRITE LEMBAR-RECORD FROM BARIS-TEKS.
           IF HARI-DITUTUP
               MOVE 'Waktu tutup' TO BT-LABEL
               MOVE SPACES TO BT-ISI
               STRING HT-TUTUP-TGL ' ' HT-TUTUP-JAM
                   DELIMITED BY SIZE INTO BT-ISI
               WRITE LEMBAR-RECORD FROM BARIS-TEKS
               MOVE 'Tutup ke-' TO BR-LABEL
               MOVE HT-KALI TO BR-ANGKA
               WRITE LEMBAR-RECORD FROM BARIS-RINGKASAN
           END-IF.
           WRITE LEMBAR-RECORD FROM JUDUL-LEMBAR-KOSONG.
           MOVE 'Tanda tangan' TO BT-LABEL.
           MOVE '______________________________' TO BT-ISI.
           WRITE LEMBAR-RECORD FROM BARIS-TEKS.
           CLOSE LEMBAR-FILE.
       TULIS-BARIS-PERIKSA.
           IF BP-HASIL = 'Y'
               MOVE 'COCOK' TO BP-HASIL
           ELSE
               MOVE 'SELISIH' TO BP-HASIL
           END-IF.
           WRITE LEMBAR-RECORD FROM BARIS-PERIKSA.
