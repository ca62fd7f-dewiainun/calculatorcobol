       IDENTIFICATION DIVISION.
       PROGRAM-ID. JADWAL-TETAP.
       AUTHOR. TIM-APLIKASI-KEUANGAN.
       INSTALLATION. KANTOR-PUSAT.
       DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * RIWAYAT PERUBAHAN                                        *
      *   TGL        PRG   KETERANGAN                             *
      *   2026-10-15  AS   Versi awal - pembuat blok TRANSIN dari  *
      *                    jadwal tetap (file JADWAL). Setiap      *
      *                    jatuh tempo sampai tanggal jalan yang   *
      *                    belum pernah dibuat menjadi satu        *
      *                    rincian (operasi) atau rincian rumus    *
      *                    (tipe R) di blok cabangnya, lengkap     *
      *                    dengan header H dan trailer T, untuk    *
      *                    diposting run batch CALCULATOR.         *
      *                    Tanggal jatuh tempo terakhir yang       *
      *                    dibuat dicatat di jadwal sesudah        *
      *                    TRANSIN selesai ditulis, jadi run       *
      *                    ulang tidak membuat tanggal yang sama   *
      *                    dua kali. Yang dibuat dan yang          *
      *                    dilewati dicetak ke LAPJADWAL.          *
      *   2026-10-15  AS   Header blok diberi cap waktu kirim      *
      *                    dan sumber J, supaya blok jadwal        *
      *                    tidak terkena batas jam kirim           *
      *                    cabang di CALCULATOR.                   *
      *----------------------------------------------------------*
      *----------------------------------------------------------*
      * URUTAN KERJA DI JADWAL MALAM : KIRIMAN CABANG DIKUMPULKAN *
      * DULU KE TRANSIN, LALU PROGRAM INI MENAMBAHKAN BLOKNYA DI  *
      * BELAKANG (OPEN EXTEND; TRANSIN DIBUAT BILA BELUM ADA),    *
      * BARU CALCULATOR DIJALANKAN. TANGGAL JALAN = TANGGAL       *
      * SISTEM, ATAU DIPAKSA LEWAT ENVIRONMENT                    *
      * KALKULATOR_TANGGAL_JADWAL (TTTTBBHH) UNTUK MENGEJAR MALAM *
      * YANG TERLEWAT. JATUH TEMPO YANG TERLEWAT IKUT DIBUAT,     *
      * SATU RINCIAN PER TANGGAL.                                 *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JADWAL-FILE ASSIGN TO "JADWAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JW-KUNCI
               FILE STATUS IS STATUS-JADWAL.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-TRANS-FILE.
           SELECT KONTROL-FILE ASSIGN TO "LAPJADWAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-KONTROL.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * LAYOUT RECORD HARUS SAMA DENGAN FD JADWAL-FILE DI PROGRAM *
      * CALCULATOR.                                               *
      *----------------------------------------------------------*
       FD  JADWAL-FILE.
       01  JADWAL-RECORD.
           02  JW-KUNCI.
               03  JW-CABANG       PIC X(4).
               03  JW-NOMOR        PIC 9(3).
           02  JW-JENIS            PIC X(1).
           02  JW-KODE-OPERASI     PIC 9(1).
           02  JW-RUMUS            PIC X(12).
           02  JW-N1               PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  JW-N2               PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  JW-KONSTANTA        PIC X(8).
           02  JW-FREKUENSI        PIC X(1).
           02  JW-MULAI            PIC X(8).
           02  JW-SAMPAI           PIC X(8).
           02  JW-TERAKHIR         PIC X(8).
           02  JW-AKTIF            PIC X(1).
      *----------------------------------------------------------*
      * LAYOUT RECORD HARUS SAMA DENGAN TRANS-RECORD, TRANS-      *
      * HEADER, TRANS-TRAILER, DAN TRANS-RUMUS DI PROGRAM         *
      * CALCULATOR.                                               *
      *----------------------------------------------------------*
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           02  TR-N1               PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  TR-N2               PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  TR-KODE-OPERASI     PIC 9(1).
           02  TR-KODE-KONSTANTA   PIC X(8).
           02  FILLER              PIC X(8).
       01  TRANS-HEADER.
           02  TH-TIPE             PIC X(1).
           02  TH-CABANG           PIC X(4).
           02  TH-TANGGAL          PIC X(8).
           02  TH-KIRIM-TANGGAL    PIC X(8).
           02  TH-KIRIM-JAM        PIC X(6).
           02  TH-SUMBER           PIC X(1).
           02  FILLER              PIC X(9).
       01  TRANS-TRAILER.
           02  TT-TIPE             PIC X(1).
           02  TT-CACAH            PIC 9(7).
           02  TT-HASH-N1          PIC S9(13)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER              PIC X(13).
       01  TRANS-RUMUS.
           02  TRR-TIPE            PIC X(1).
           02  TRR-NAMA            PIC X(12).
           02  TRR-N1              PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  TRR-N2              PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER              PIC X(4).
       FD  KONTROL-FILE.
       01  KONTROL-RECORD          PIC X(100).
       WORKING-STORAGE SECTION.
       01 STATUS-JADWAL PIC XX.
          88 JADWAL-OK VALUE '00'.
          88 JADWAL-TIDAK-ADA VALUE '35'.
       01 STATUS-TRANS-FILE PIC XX.
          88 TRANS-FILE-OK VALUE '00'.
          88 TRANS-FILE-TIDAK-ADA VALUE '35'.
       01 STATUS-KONTROL PIC XX.
          88 KONTROL-OK VALUE '00'.
       01 STATUS-BACA-JADWAL PIC XX.
          88 AKHIR-JADWAL VALUE '10'.
      *    LINTAS 1 MENULIS TRANSIN DAN LAPORAN; LINTAS 2 (SESUDAH  *
      *    TRANSIN DITUTUP) MENGHITUNG ULANG HAL YANG SAMA DAN      *
      *    HANYA MEMAJUKAN JW-TERAKHIR.                             *
       01 SAKLAR-LINTAS PIC X VALUE '1'.
          88 LINTAS-BUAT VALUE '1'.
          88 LINTAS-CATAT VALUE '2'.
       01 SAKLAR-BLOK-TERBUKA PIC X VALUE 'T'.
          88 BLOK-TERBUKA VALUE 'Y'.
       01 SAKLAR-ADA-JATUH-TEMPO PIC X VALUE 'T'.
          88 ADA-JATUH-TEMPO VALUE 'Y'.
      *----------------------------------------------------------*
      * TANGGAL : TANGGAL JALAN, BATAS JADWAL YANG SEDANG DIOLAH  *
      * (TANGGAL JALAN ATAU TANGGAL AKHIR JADWAL, MANA YANG LEBIH *
      * DULU), DAN TANGGAL JATUH TEMPO YANG SEDANG DIPERIKSA.     *
      *----------------------------------------------------------*
       01 TANGGAL-SEKARANG.
          02 TS-TAHUN PIC 9(4).
          02 TS-BULAN PIC 9(2).
          02 TS-TANGGAL PIC 9(2).
       01 JAM-SEKARANG PIC 9(8).
       01 TANGGAL-ENV PIC X(8) VALUE SPACES.
       01 TANGGAL-JALAN PIC X(8).
       01 BATAS-JADWAL PIC X(8).
       01 TERAKHIR-BARU PIC X(8).
       01 TANGGAL-KERJA.
          02 TK-TAHUN PIC 9(4).
          02 TK-BULAN PIC 9(2).
          02 TK-HARI PIC 9(2).
       01 SAKLAR-TANGGAL-SAH PIC X VALUE 'Y'.
          88 TANGGAL-SAH VALUE 'Y'.
       77 HARI-ACUAN PIC 9(2) COMP VALUE 0.
       77 AKHIR-BULAN PIC 9(2) COMP VALUE 0.
       77 TK-BAGI PIC 9(4) COMP VALUE 0.
       77 TK-SISA-4 PIC 9(4) COMP VALUE 0.
       77 TK-SISA-100 PIC 9(4) COMP VALUE 0.
       77 TK-SISA-400 PIC 9(4) COMP VALUE 0.
      *----------------------------------------------------------*
      * BLOK CABANG YANG SEDANG DITULIS                           *
      *----------------------------------------------------------*
       01 CABANG-BLOK PIC X(4) VALUE SPACES.
       77 BLOK-CACAH PIC 9(7) COMP VALUE 0.
       01 BLOK-HASH PIC S9(13)V99 VALUE 0.
      *----------------------------------------------------------*
      * CACAH KONTROL                                             *
      *----------------------------------------------------------*
       77 CACAH-JADWAL PIC 9(7) COMP VALUE 0.
       77 CACAH-RINCIAN PIC 9(7) COMP VALUE 0.
       77 CACAH-BLOK PIC 9(7) COMP VALUE 0.
       77 CACAH-BUAT-JADWAL PIC 9(7) COMP VALUE 0.
       77 CACAH-DICATAT PIC 9(7) COMP VALUE 0.
       77 CACAH-LEWAT-NONAKTIF PIC 9(7) COMP VALUE 0.
       77 CACAH-LEWAT-SALAH PIC 9(7) COMP VALUE 0.
       77 CACAH-LEWAT-BELUM-MULAI PIC 9(7) COMP VALUE 0.
       77 CACAH-LEWAT-BELUM-TEMPO PIC 9(7) COMP VALUE 0.
       77 CACAH-LEWAT-SUDAH PIC 9(7) COMP VALUE 0.
       77 CACAH-LEWAT-BERAKHIR PIC 9(7) COMP VALUE 0.
       01 HASH-TOTAL PIC S9(13)V99 VALUE 0.
      *----------------------------------------------------------*
      * BARIS LAPORAN LAPJADWAL                                   *
      *----------------------------------------------------------*
       01 JUDUL-JADWAL-1.
          02 FILLER PIC X(40)
             VALUE 'LAPORAN PEMBUATAN JADWAL TETAP'.
       01 JUDUL-JADWAL-2.
          02 FILLER PIC X(15) VALUE 'Tanggal Jalan: '.
          02 JJ2-TANGGAL PIC X(8).
       01 JUDUL-JADWAL-KOSONG.
          02 FILLER PIC X(1) VALUE SPACE.
       01 JUDUL-JADWAL-3.
          02 FILLER PIC X(12) VALUE 'Cab  No  J O'.
          02 FILLER PIC X(13) VALUE ' Rumus/Konst.'.
          02 FILLER PIC X(12) VALUE '     Nilai 1'.
          02 FILLER PIC X(2) VALUE ' F'.
          02 FILLER PIC X(12) VALUE ' Jatuh Tempo'.
          02 FILLER PIC X(11) VALUE ' Keterangan'.
       01 BARIS-JADWAL.
          02 BJ-CABANG PIC X(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-NOMOR PIC 9(3).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-JENIS PIC X(1).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-KODE PIC X(1).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-RUMUS PIC X(12).
          02 BJ-NILAI PIC -(7)9.99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-FREKUENSI PIC X(1).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BJ-JATUH-TEMPO PIC X(8).
          02 FILLER PIC X(4) VALUE SPACES.
          02 BJ-KETERANGAN PIC X(20).
       01 BARIS-RINGKASAN.
          02 BR-LABEL PIC X(30).
          02 BR-ANGKA PIC ZZZZZZ9.
       01 BARIS-KONTROL-HASH.
          02 BKH-LABEL PIC X(30).
          02 BKH-ANGKA PIC -(13)9.99.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT TANGGAL-SEKARANG FROM DATE YYYYMMDD.
           MOVE TANGGAL-SEKARANG TO TANGGAL-JALAN.
           ACCEPT TANGGAL-ENV
               FROM ENVIRONMENT "KALKULATOR_TANGGAL_JADWAL".
           IF TANGGAL-ENV NOT = SPACES
               MOVE TANGGAL-ENV TO TANGGAL-KERJA
               PERFORM PERIKSA-TANGGAL-KERJA
               IF NOT TANGGAL-SAH
                   DISPLAY 'JADWAL: KALKULATOR_TANGGAL_JADWAL TIDAK '
                           'SAH (TTTTBBHH) : ' TANGGAL-ENV
                   STOP RUN
               END-IF
               MOVE TANGGAL-ENV TO TANGGAL-JALAN
           END-IF.
           OPEN I-O JADWAL-FILE.
           IF JADWAL-TIDAK-ADA
               DISPLAY 'JADWAL: FILE JADWAL TIDAK DITEMUKAN, '
                       'TIDAK ADA YANG DIBUAT'
               STOP RUN
           END-IF.
           IF NOT JADWAL-OK
               DISPLAY 'JADWAL: GAGAL MEMBUKA JADWAL, STATUS = '
                       STATUS-JADWAL
               STOP RUN
           END-IF.
           OPEN EXTEND TRANS-FILE.
           IF TRANS-FILE-TIDAK-ADA
               OPEN OUTPUT TRANS-FILE
           END-IF.
           IF NOT TRANS-FILE-OK
               DISPLAY 'JADWAL: GAGAL MEMBUKA TRANSIN, STATUS = '
                       STATUS-TRANS-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT KONTROL-FILE.
           IF NOT KONTROL-OK
               DISPLAY 'JADWAL: GAGAL MEMBUKA LAPJADWAL, STATUS = '
                       STATUS-KONTROL
               STOP RUN
           END-IF.
           MOVE TANGGAL-JALAN TO JJ2-TANGGAL.
           WRITE KONTROL-RECORD FROM JUDUL-JADWAL-1.
           WRITE KONTROL-RECORD FROM JUDUL-JADWAL-2.
           WRITE KONTROL-RECORD FROM JUDUL-JADWAL-KOSONG.
           WRITE KONTROL-RECORD FROM JUDUL-JADWAL-3.
      *    LINTAS 1 : TULIS BLOK TRANSIN DAN BARIS LAPORAN.         *
           MOVE '1' TO SAKLAR-LINTAS.
           PERFORM MULAI-DARI-AWAL.
           PERFORM OLAH-SATU-JADWAL THRU OLAH-SATU-JADWAL-EXIT
               UNTIL AKHIR-JADWAL.
           IF BLOK-TERBUKA
               PERFORM TUTUP-BLOK
           END-IF.
           CLOSE TRANS-FILE.
           IF NOT TRANS-FILE-OK
               DISPLAY 'JADWAL: GAGAL MENUTUP TRANSIN, STATUS = '
                       STATUS-TRANS-FILE ', JADWAL TIDAK DIMAJUKAN'
               CLOSE JADWAL-FILE
               CLOSE KONTROL-FILE
               STOP RUN
           END-IF.
      *    LINTAS 2 : TRANSIN SUDAH LENGKAP DI DISK - BARU SEKARANG *
      *    TANGGAL TERAKHIR DIBUAT DIMAJUKAN. RUN YANG MATI SEBELUM *
      *    TITIK INI MEMBUAT ULANG SEMUANYA PADA RUN BERIKUTNYA DAN *
      *    BLOK YANG SAMA DITOLAK REGISTER KIRIMAN SEBAGAI DOBEL.   *
           MOVE '2' TO SAKLAR-LINTAS.
           PERFORM MULAI-DARI-AWAL.
           PERFORM OLAH-SATU-JADWAL THRU OLAH-SATU-JADWAL-EXIT
               UNTIL AKHIR-JADWAL.
           CLOSE JADWAL-FILE.
           PERFORM TULIS-RINGKASAN.
           CLOSE KONTROL-FILE.
           DISPLAY 'JADWAL: ' CACAH-RINCIAN ' RINCIAN DALAM '
                   CACAH-BLOK ' BLOK DITAMBAHKAN KE TRANSIN, '
                   CACAH-DICATAT ' JADWAL DIMAJUKAN'.
           STOP RUN.
       MULAI-DARI-AWAL.
           MOVE LOW-VALUES TO JW-KUNCI.
           START JADWAL-FILE KEY IS NOT LESS THAN JW-KUNCI
               INVALID KEY MOVE '10' TO STATUS-BACA-JADWAL
               NOT INVALID KEY MOVE '00' TO STATUS-BACA-JADWAL
           END-START.
           IF NOT AKHIR-JADWAL
               PERFORM BACA-JADWAL-URUT
           END-IF.
       BACA-JADWAL-URUT.
           READ JADWAL-FILE NEXT RECORD
               AT END MOVE '10' TO STATUS-BACA-JADWAL
               NOT AT END MOVE '00' TO STATUS-BACA-JADWAL
           END-READ.
      *----------------------------------------------------------*
      * SATU JADWAL : JATUH TEMPO DIJALANI DARI TANGGAL MULAI     *
      * SAMPAI BATAS JADWAL; YANG LEBIH BARU DARI JW-TERAKHIR     *
      * DIBUAT. JADWAL YANG TIDAK MENGHASILKAN APA-APA DICETAK    *
      * SATU BARIS DENGAN ALASANNYA.                              *
      *----------------------------------------------------------*
       OLAH-SATU-JADWAL.
           IF LINTAS-BUAT
               ADD 1 TO CACAH-JADWAL
           END-IF.
           MOVE SPACES TO BJ-JATUH-TEMPO.
           IF JW-AKTIF NOT = 'A'
               MOVE 'NONAKTIF' TO BJ-KETERANGAN
               IF LINTAS-BUAT
                   ADD 1 TO CACAH-LEWAT-NONAKTIF
               END-IF
               GO TO OLAH-SATU-JADWAL-LEWAT
           END-IF.
           MOVE JW-MULAI TO TANGGAL-KERJA.
           PERFORM PERIKSA-TANGGAL-KERJA.
           IF NOT TANGGAL-SAH
                   OR (JW-FREKUENSI NOT = 'H' AND NOT = 'M'
                       AND NOT = 'B' AND NOT = 'A')
               MOVE 'JADWAL RUSAK' TO BJ-KETERANGAN
               IF LINTAS-BUAT
                   ADD 1 TO CACAH-LEWAT-SALAH
               END-IF
               GO TO OLAH-SATU-JADWAL-LEWAT
           END-IF.
           IF JW-MULAI > TANGGAL-JALAN
               MOVE 'BELUM MULAI' TO BJ-KETERANGAN
               IF LINTAS-BUAT
                   ADD 1 TO CACAH-LEWAT-BELUM-MULAI
               END-IF
               GO TO OLAH-SATU-JADWAL-LEWAT
           END-IF.
           MOVE TANGGAL-JALAN TO BATAS-JADWAL.
           IF JW-SAMPAI NOT = SPACES AND JW-SAMPAI < BATAS-JADWAL
               MOVE JW-SAMPAI TO BATAS-JADWAL
           END-IF.
           MOVE TK-HARI TO HARI-ACUAN.
           IF JW-FREKUENSI = 'A'
               PERFORM HITUNG-AKHIR-BULAN
               MOVE AKHIR-BULAN TO TK-HARI
           END-IF.
           MOVE JW-TERAKHIR TO TERAKHIR-BARU.
           MOVE 0 TO CACAH-BUAT-JADWAL.
           MOVE 'T' TO SAKLAR-ADA-JATUH-TEMPO.
           PERFORM PERIKSA-SATU-JATUH-TEMPO
               UNTIL TANGGAL-KERJA > BATAS-JADWAL.
           IF CACAH-BUAT-JADWAL > 0
               IF LINTAS-CATAT
                   MOVE TERAKHIR-BARU TO JW-TERAKHIR
                   REWRITE JADWAL-RECORD
                       INVALID KEY
                           DISPLAY 'JADWAL: GAGAL MEMAJUKAN JADWAL '
                                   JW-CABANG ' ' JW-NOMOR
                                   ', STATUS = ' STATUS-JADWAL
                       NOT INVALID KEY
                           ADD 1 TO CACAH-DICATAT
                   END-REWRITE
               END-IF
               PERFORM BACA-JADWAL-URUT
               GO TO OLAH-SATU-JADWAL-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN JW-SAMPAI NOT = SPACES
                       AND JW-SAMPAI < TANGGAL-JALAN
                   MOVE 'BERAKHIR' TO BJ-KETERANGAN
                   IF LINTAS-BUAT
                       ADD 1 TO CACAH-LEWAT-BERAKHIR
                   END-IF
               WHEN ADA-JATUH-TEMPO
                   MOVE 'SUDAH DIBUAT' TO BJ-KETERANGAN
                   MOVE JW-TERAKHIR TO BJ-JATUH-TEMPO
                   IF LINTAS-BUAT
                       ADD 1 TO CACAH-LEWAT-SUDAH
                   END-IF
               WHEN OTHER
                   MOVE 'BELUM JATUH TEMPO' TO BJ-KETERANGAN
                   IF LINTAS-BUAT
                       ADD 1 TO CACAH-LEWAT-BELUM-TEMPO
                   END-IF
           END-EVALUATE.
       OLAH-SATU-JADWAL-LEWAT.
           IF LINTAS-BUAT
               PERFORM TULIS-BARIS-JADWAL
           END-IF.
           PERFORM BACA-JADWAL-URUT.
       OLAH-SATU-JADWAL-EXIT.
           EXIT.
       PERIKSA-SATU-JATUH-TEMPO.
           MOVE 'Y' TO SAKLAR-ADA-JATUH-TEMPO.
           IF JW-TERAKHIR = SPACES OR TANGGAL-KERJA > JW-TERAKHIR
               IF LINTAS-BUAT
                   PERFORM BUAT-SATU-RINCIAN
               END-IF
               MOVE TANGGAL-KERJA TO TERAKHIR-BARU
               ADD 1 TO CACAH-BUAT-JADWAL
           END-IF.
           PERFORM MAJU-JATUH-TEMPO.
      *----------------------------------------------------------*
      * SATU RINCIAN TRANSIN UNTUK SATU JATUH TEMPO. JADWAL SATU  *
      * CABANG BERURUTAN (KUNCI CABANG + NOMOR), JADI GANTI       *
      * CABANG = TUTUP BLOK LAMA DENGAN TRAILER DAN BUKA BLOK     *
      * BARU DENGAN HEADER.                                       *
      *----------------------------------------------------------*
       BUAT-SATU-RINCIAN.
           IF BLOK-TERBUKA AND JW-CABANG NOT = CABANG-BLOK
               PERFORM TUTUP-BLOK
           END-IF.
           IF NOT BLOK-TERBUKA
               PERFORM BUKA-BLOK
           END-IF.
           MOVE SPACES TO TRANS-RECORD.
           IF JW-JENIS = 'R'
               MOVE 'R' TO TRR-TIPE
               MOVE JW-RUMUS TO TRR-NAMA
               MOVE JW-N1 TO TRR-N1
               MOVE JW-N2 TO TRR-N2
           ELSE
               MOVE JW-N1 TO TR-N1
               MOVE JW-N2 TO TR-N2
               MOVE JW-KODE-OPERASI TO TR-KODE-OPERASI
               MOVE JW-KONSTANTA TO TR-KODE-KONSTANTA
           END-IF.
           PERFORM TULIS-TRANSIN.
           ADD 1 TO BLOK-CACAH.
           ADD JW-N1 TO BLOK-HASH.
           ADD 1 TO CACAH-RINCIAN.
           ADD JW-N1 TO HASH-TOTAL.
           MOVE TANGGAL-KERJA TO BJ-JATUH-TEMPO.
           MOVE 'DIBUAT' TO BJ-KETERANGAN.
           PERFORM TULIS-BARIS-JADWAL.
       BUKA-BLOK.
           MOVE JW-CABANG TO CABANG-BLOK.
           MOVE 0 TO BLOK-CACAH.
           MOVE 0 TO BLOK-HASH.
           MOVE SPACES TO TRANS-RECORD.
           MOVE 'H' TO TH-TIPE.
           MOVE JW-CABANG TO TH-CABANG.
           MOVE TANGGAL-JALAN TO TH-TANGGAL.
           ACCEPT JAM-SEKARANG FROM TIME.
           MOVE TANGGAL-SEKARANG TO TH-KIRIM-TANGGAL.
           MOVE JAM-SEKARANG(1:6) TO TH-KIRIM-JAM.
           MOVE 'J' TO TH-SUMBER.
           PERFORM TULIS-TRANSIN.
           MOVE 'Y' TO SAKLAR-BLOK-TERBUKA.
       TUTUP-BLOK.
           MOVE SPACES TO TRANS-RECORD.
           MOVE 'T' TO TT-TIPE.
           MOVE BLOK-CACAH TO TT-CACAH.
           MOVE BLOK-HASH TO TT-HASH-N1.
           PERFORM TULIS-TRANSIN.
           ADD 1 TO CACAH-BLOK.
           MOVE 'T' TO SAKLAR-BLOK-TERBUKA.
       TULIS-TRANSIN.
           WRITE TRANS-RECORD.
           IF NOT TRANS-FILE-OK
               DISPLAY 'JADWAL: GAGAL MENULIS TRANSIN, STATUS = '
                       STATUS-TRANS-FILE ', JADWAL TIDAK DIMAJUKAN'
               STOP RUN
           END-IF.
       TULIS-BARIS-JADWAL.
           MOVE JW-CABANG TO BJ-CABANG.
           MOVE JW-NOMOR TO BJ-NOMOR.
           MOVE JW-JENIS TO BJ-JENIS.
           MOVE JW-FREKUENSI TO BJ-FREKUENSI.
           IF JW-JENIS = 'R'
               MOVE '9' TO BJ-KODE
               MOVE JW-RUMUS TO BJ-RUMUS
           ELSE
               MOVE JW-KODE-OPERASI TO BJ-KODE
               MOVE JW-KONSTANTA TO BJ-RUMUS
           END-IF.
           IF JW-N1 IS NUMERIC
               MOVE JW-N1 TO BJ-NILAI
           ELSE
               MOVE 0 TO BJ-NILAI
           END-IF.
           WRITE KONTROL-RECORD FROM BARIS-JADWAL.
      *----------------------------------------------------------*
      * JATUH TEMPO BERIKUTNYA MENURUT FREKUENSI :                *
      *   H = BESOK, M = TUJUH HARI LAGI,                         *
      *   B = BULAN BERIKUT PADA TANGGAL MULAI (ATAU AKHIR BULAN  *
      *       BILA BULANNYA LEBIH PENDEK),                        *
      *   A = AKHIR BULAN BERIKUTNYA.                             *
      *----------------------------------------------------------*
       MAJU-JATUH-TEMPO.
           EVALUATE JW-FREKUENSI
               WHEN 'H'
                   PERFORM MAJU-SATU-HARI
               WHEN 'M'
                   PERFORM MAJU-SATU-HARI 7 TIMES
               WHEN 'B'
                   PERFORM MAJU-SATU-BULAN
                   IF HARI-ACUAN > AKHIR-BULAN
                       MOVE AKHIR-BULAN TO TK-HARI
                   ELSE
                       MOVE HARI-ACUAN TO TK-HARI
                   END-IF
               WHEN OTHER
                   PERFORM MAJU-SATU-BULAN
                   MOVE AKHIR-BULAN TO TK-HARI
           END-EVALUATE.
       MAJU-SATU-HARI.
           PERFORM HITUNG-AKHIR-BULAN.
           ADD 1 TO TK-HARI.
           IF TK-HARI > AKHIR-BULAN
               MOVE 1 TO TK-HARI
               ADD 1 TO TK-BULAN
               IF TK-BULAN > 12
                   MOVE 1 TO TK-BULAN
                   ADD 1 TO TK-TAHUN
               END-IF
           END-IF.
       MAJU-SATU-BULAN.
           MOVE 1 TO TK-HARI.
           ADD 1 TO TK-BULAN.
           IF TK-BULAN > 12
               MOVE 1 TO TK-BULAN
               ADD 1 TO TK-TAHUN
           END-IF.
           PERFORM HITUNG-AKHIR-BULAN.
      *    TANGGAL-KERJA SAH BILA ANGKA, BULAN 1-12, DAN HARI TIDAK *
      *    MELEWATI AKHIR BULANNYA.                                 *
       PERIKSA-TANGGAL-KERJA.
           MOVE 'Y' TO SAKLAR-TANGGAL-SAH.
           IF TANGGAL-KERJA IS NOT NUMERIC
               MOVE 'T' TO SAKLAR-TANGGAL-SAH
           ELSE
               IF TK-BULAN < 1 OR TK-BULAN > 12 OR TK-HARI < 1
                   MOVE 'T' TO SAKLAR-TANGGAL-SAH
               ELSE
                   PERFORM HITUNG-AKHIR-BULAN
                   IF TK-HARI > AKHIR-BULAN
                       MOVE 'T' TO SAKLAR-TANGGAL-SAH
                   END-IF
               END-IF
           END-IF.
       HITUNG-AKHIR-BULAN.
           EVALUATE TK-BULAN
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO AKHIR-BULAN
               WHEN 2
                   DIVIDE TK-TAHUN BY 4 GIVING TK-BAGI
                       REMAINDER TK-SISA-4
                   DIVIDE TK-TAHUN BY 100 GIVING TK-BAGI
                       REMAINDER TK-SISA-100
                   DIVIDE TK-TAHUN BY 400 GIVING TK-BAGI
                       REMAINDER TK-SISA-400
                   IF TK-SISA-400 = 0
                           OR (TK-SISA-4 = 0 AND TK-SISA-100 NOT = 0)
                       MOVE 29 TO AKHIR-BULAN
                   ELSE
                       MOVE 28 TO AKHIR-BULAN
                   END-IF
               WHEN OTHER
                   MOVE 31 TO AKHIR-BULAN
           END-EVALUATE.
       TULIS-RINGKASAN.
           WRITE KONTROL-RECORD FROM JUDUL-JADWAL-KOSONG.
           MOVE 'Jadwal dibaca' TO BR-LABEL.
           MOVE CACAH-JADWAL TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Rincian TRANSIN dibuat' TO BR-LABEL.
           MOVE CACAH-RINCIAN TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Blok cabang dibuat' TO BR-LABEL.
           MOVE CACAH-BLOK TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Hash Total Nilai 1' TO BKH-LABEL.
           MOVE HASH-TOTAL TO BKH-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-KONTROL-HASH.
           MOVE 'Jadwal dimajukan' TO BR-LABEL.
           MOVE CACAH-DICATAT TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Dilewati - Nonaktif' TO BR-LABEL.
           MOVE CACAH-LEWAT-NONAKTIF TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Dilewati - Belum Mulai' TO BR-LABEL.
           MOVE CACAH-LEWAT-BELUM-MULAI TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Dilewati - Belum Jatuh Tempo' TO BR-LABEL.
           MOVE CACAH-LEWAT-BELUM-TEMPO TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Dilewati - Sudah Dibuat' TO BR-LABEL.
           MOVE CACAH-LEWAT-SUDAH TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Dilewati - Berakhir' TO BR-LABEL.
           MOVE CACAH-LEWAT-BERAKHIR TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Dilewati - Jadwal Rusak' TO BR-LABEL.
           MOVE CACAH-LEWAT-SALAH TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
