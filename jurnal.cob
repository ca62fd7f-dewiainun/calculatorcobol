       IDENTIFICATION DIVISION.
       PROGRAM-ID. JURNAL-GL.
       AUTHOR. TIM-APLIKASI-KEUANGAN.
       INSTALLATION. KANTOR-PUSAT.
       DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * RIWAYAT PERUBAHAN                                        *
      *   TGL        PRG   KETERANGAN                             *
      *   2026-10-15  AS   Versi awal - jurnal GL berpasangan dari *
      *                    ekstrak HASILOUT. Setiap record dicari  *
      *                    peta akunnya di induk AKUNGL (nama      *
      *                    rumus, lalu kode konstanta, lalu kode   *
      *                    operasi; peta cabang mendahului peta    *
      *                    semua cabang) dan dibukukan sebagai     *
      *                    satu baris debet dan satu baris kredit  *
      *                    di file JURNAL, diapit header dan       *
      *                    trailer batch berisi cacah dan total    *
      *                    debet / kredit. Record tanpa peta masuk *
      *                    daftar suspens di LAPJURNAL, bukan      *
      *                    dibuang. Jurnal yang debet dan          *
      *                    kreditnya tidak sama tidak diterbitkan  *
      *                    (JURNAL dikosongkan).                   *
      *   2026-10-15  AS   Record HASILOUT mengikuti tanda         *
      *                    pembatalan/koreksi (93). Baris lawan    *
      *                    pembatalan berhasil negatif sehingga    *
      *                    debet/kredit jurnalnya terbalik.        *
      *   2026-10-15  AS   Record HASILOUT mengikuti rincian       *
      *                    periode jadwal angsuran (124).          *
      *   2026-10-15  AS   Baris jadwal angsuran (HO-JENIS 'A')    *
      *                    tidak lagi dijurnal; dilewati dan       *
      *                    dihitung di LAPJURNAL.                  *
      *----------------------------------------------------------*
      *----------------------------------------------------------*
      * LAYOUT FILE JURNAL (UNTUK UPLOAD GL), DIKENALI DARI HURUF *
      * DI KOLOM 1 - POLA YANG SAMA DENGAN TRANSIN DAN BALASAN :  *
      *   H = HEADER BATCH  : NOMOR BATCH (TTTTBBHHJJMMDD),       *
      *       TANGGAL BUKU, CACAH BARIS RINCIAN, TOTAL DEBET,     *
      *       TOTAL KREDIT                                        *
      *   D = BARIS RINCIAN : NOMOR BARIS, NOMOR RECORD HASILOUT, *
      *       TANGGAL HITUNG, AKUN, PUSAT BIAYA, D/K, JUMLAH,     *
      *       LALU OPERATOR/OPERASI/KONSTANTA/RUMUS/CABANG ASAL   *
      *   T = TRAILER BATCH : CACAH BARIS RINCIAN, TOTAL DEBET,   *
      *       TOTAL KREDIT (HARUS SAMA DENGAN HEADER)             *
      * JUMLAH SELALU POSITIF; HASIL NEGATIF DIBUKUKAN DENGAN     *
      * AKUN DEBET DAN KREDIT PETANYA DITUKAR. HASIL NOL TIDAK    *
      * MENGHASILKAN BARIS JURNAL. BARIS JADWAL ANGSURAN (JENIS   *
      * 'A') ADALAH PROYEKSI, BUKAN TRANSAKSI HARI INI, SEHINGGA  *
      * HANYA DIHITUNG DI LAPJURNAL DAN TIDAK DIJURNAL.           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HASIL-FILE ASSIGN TO "HASILOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-HASILOUT.
           SELECT AKUN-FILE ASSIGN TO "AKUNGL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-KUNCI
               FILE STATUS IS STATUS-AKUN.
      *    BARIS RINCIAN DITAMPUNG DULU DI FILE KERJA; JURNAL BARU  *
      *    DITULIS SESUDAH TOTAL DEBET DAN KREDIT TERBUKTI SAMA.    *
           SELECT KERJA-FILE ASSIGN TO "JURNALTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-KERJA.
           SELECT JURNAL-FILE ASSIGN TO "JURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-JURNAL.
           SELECT KONTROL-FILE ASSIGN TO "LAPJURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-KONTROL.
       DATA DIVISION.
       FILE SECTION.
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
      * LAYOUT RECORD HARUS SAMA DENGAN FD AKUN-FILE DI PROGRAM   *
      * CALCULATOR.                                               *
      *----------------------------------------------------------*
       FD  AKUN-FILE.
       01  AKUN-RECORD.
           02  AG-KUNCI.
               03  AG-JENIS        PIC X(1).
               03  AG-KODE         PIC X(12).
               03  AG-CABANG       PIC X(4).
           02  AG-AKUN-DEBET       PIC X(10).
           02  AG-AKUN-KREDIT      PIC X(10).
           02  AG-PUSAT-BIAYA      PIC X(8).
           02  AG-AKTIF            PIC X(1).
       FD  KERJA-FILE.
       01  KERJA-RECORD            PIC X(88).
       FD  JURNAL-FILE.
       01  JURNAL-RECORD           PIC X(88).
       FD  KONTROL-FILE.
       01  KONTROL-RECORD          PIC X(100).
       WORKING-STORAGE SECTION.
       01 STATUS-HASILOUT PIC XX.
          88 HASILOUT-OK VALUE '00'.
          88 HASILOUT-TIDAK-ADA VALUE '35'.
       01 STATUS-AKUN PIC XX.
          88 AKUN-OK VALUE '00'.
          88 AKUN-TIDAK-ADA VALUE '35'.
       01 STATUS-KERJA PIC XX.
          88 KERJA-OK VALUE '00'.
       01 STATUS-JURNAL PIC XX.
          88 JURNAL-OK VALUE '00'.
       01 STATUS-KONTROL PIC XX.
          88 KONTROL-OK VALUE '00'.
       01 STATUS-BACA-HASIL PIC XX.
          88 AKHIR-HASIL VALUE '10'.
       01 STATUS-BACA-KERJA PIC XX.
          88 AKHIR-KERJA VALUE '10'.
       01 SAKLAR-ADA-AKUN PIC X VALUE 'T'.
          88 ADA-INDUK-AKUN VALUE 'Y'.
      *----------------------------------------------------------*
      * RECORD JURNAL (LIHAT LAYOUT DI ATAS)                      *
      *----------------------------------------------------------*
       01 JURNAL-HEADER.
          02 JH-TIPE PIC X(1) VALUE 'H'.
          02 JH-BATCH PIC X(14).
          02 JH-TANGGAL PIC X(8).
          02 JH-CACAH PIC 9(7).
          02 JH-TOTAL-DEBET PIC 9(15)V99.
          02 JH-TOTAL-KREDIT PIC 9(15)V99.
          02 FILLER PIC X(24) VALUE SPACES.
       01 JURNAL-DETAIL.
          02 JD-TIPE PIC X(1) VALUE 'D'.
          02 JD-NOMOR PIC 9(7).
          02 JD-SUMBER PIC 9(7).
          02 JD-TANGGAL PIC X(8).
          02 JD-AKUN PIC X(10).
          02 JD-PUSAT-BIAYA PIC X(8).
          02 JD-DK PIC X(1).
          02 JD-JUMLAH PIC 9(14)V99.
          02 JD-OPERATOR PIC X(5).
          02 JD-KODE-OPERASI PIC 9(1).
          02 JD-KONSTANTA PIC X(8).
          02 JD-RUMUS PIC X(12).
          02 JD-CABANG PIC X(4).
       01 JURNAL-TRAILER.
          02 JT-TIPE PIC X(1) VALUE 'T'.
          02 JT-CACAH PIC 9(7).
          02 JT-TOTAL-DEBET PIC 9(15)V99.
          02 JT-TOTAL-KREDIT PIC 9(15)V99.
          02 FILLER PIC X(46) VALUE SPACES.
      *----------------------------------------------------------*
      * PENCARIAN PETA : KUNCI YANG SEDANG DICOBA DAN PETA YANG   *
      * TERPILIH. URUTAN COBA = RUMUS, KONSTANTA, OPERASI,        *
      * MASING-MASING CABANG DULU LALU SEMUA CABANG.              *
      *----------------------------------------------------------*
       01 SAKLAR-PETA-KETEMU PIC X VALUE 'T'.
          88 PETA-KETEMU VALUE 'Y'.
       01 PETA-COBA.
          02 PC-JENIS PIC X(1).
          02 PC-KODE PIC X(12).
       01 PETA-PAKAI.
          02 PP-DEBET PIC X(10).
          02 PP-KREDIT PIC X(10).
          02 PP-PUSAT PIC X(8).
       01 JUMLAH-BUKU PIC 9(14)V99 VALUE 0.
      *----------------------------------------------------------*
      * CACAH DAN TOTAL KONTROL                                   *
      *----------------------------------------------------------*
       77 CACAH-DIBACA PIC 9(7) COMP VALUE 0.
       77 CACAH-TERPETA PIC 9(7) COMP VALUE 0.
       77 CACAH-SUSPENS PIC 9(7) COMP VALUE 0.
       77 CACAH-NOL PIC 9(7) COMP VALUE 0.
       77 CACAH-ANGSURAN PIC 9(7) COMP VALUE 0.
       77 CACAH-BARIS-JURNAL PIC 9(7) COMP VALUE 0.
       77 CACAH-BARIS-DEBET PIC 9(7) COMP VALUE 0.
       77 CACAH-BARIS-KREDIT PIC 9(7) COMP VALUE 0.
       01 TOTAL-DEBET PIC 9(15)V99 VALUE 0.
       01 TOTAL-KREDIT PIC 9(15)V99 VALUE 0.
       01 TOTAL-TERPETA PIC 9(15)V99 VALUE 0.
       01 TOTAL-SUSPENS PIC S9(15)V99 VALUE 0.
       01 SAKLAR-SEIMBANG PIC X VALUE 'Y'.
          88 JURNAL-SEIMBANG VALUE 'Y'.
      *----------------------------------------------------------*
      * FIELD UNTUK LAPORAN KONTROL LAPJURNAL                     *
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
       01 JUDUL-JURNAL-1.
          02 FILLER PIC X(40)
             VALUE 'LAPORAN KONTROL JURNAL GL'.
       01 JUDUL-JURNAL-2.
          02 FILLER PIC X(9) VALUE 'Tanggal: '.
          02 JJ2-TANGGAL PIC X(10).
          02 FILLER PIC X(10) VALUE '   Batch: '.
          02 JJ2-BATCH PIC X(14).
       01 JUDUL-JURNAL-KOSONG.
          02 FILLER PIC X(1) VALUE SPACE.
       01 JUDUL-SUSPENS-1.
          02 FILLER PIC X(50)
             VALUE 'DAFTAR SUSPENS (RECORD HASILOUT TANPA PETA AKUN)'.
       01 JUDUL-SUSPENS-2.
          02 FILLER PIC X(8) VALUE '  Record'.
          02 FILLER PIC X(6) VALUE ' Oper'.
          02 FILLER PIC X(9) VALUE ' Tanggal'.
          02 FILLER PIC X(3) VALUE ' Op'.
          02 FILLER PIC X(9) VALUE ' Konstan'.
          02 FILLER PIC X(13) VALUE ' Rumus'.
          02 FILLER PIC X(5) VALUE ' Cab'.
          02 FILLER PIC X(21) VALUE '                Hasil'.
          02 FILLER PIC X(16) VALUE ' Alasan'.
       01 BARIS-SUSPENS.
          02 BS-RECORD PIC ZZZZZZ9.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BS-OPERATOR PIC X(5).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BS-TANGGAL PIC X(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BS-KODE PIC X(1).
          02 FILLER PIC X(2) VALUE SPACES.
          02 BS-KONSTANTA PIC X(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BS-RUMUS PIC X(12).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BS-CABANG PIC X(4).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BS-HASIL PIC -(16)9.99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BS-ALASAN PIC X(16).
       01 BARIS-RINGKASAN.
          02 BR-LABEL PIC X(30).
          02 BR-ANGKA PIC ZZZZZZ9.
       01 BARIS-KONTROL-HASH.
          02 BKH-LABEL PIC X(30).
          02 BKH-ANGKA PIC -(15)9.99.
       01 TEKS-KONTROL PIC X(60) VALUE SPACES.
       PROCEDURE DIVISION.
       MULAI.
           ACCEPT TANGGAL-SEKARANG FROM DATE YYYYMMDD.
           STRING TS-TANGGAL '/' TS-BULAN '/' TS-TAHUN
               INTO TANGGAL-CETAK.
           ACCEPT WAKTU-SEKARANG FROM TIME.
           STRING TS-TAHUN TS-BULAN TS-TANGGAL WK-JAM WK-MENIT
               WK-DETIK DELIMITED BY SIZE INTO JH-BATCH.
           MOVE TANGGAL-SEKARANG TO JH-TANGGAL.
           OPEN INPUT HASIL-FILE.
           IF HASILOUT-TIDAK-ADA
               DISPLAY 'JURNAL: FILE HASILOUT TIDAK DITEMUKAN, '
                       'TIDAK ADA YANG DIJURNAL'
               STOP RUN
           END-IF.
           IF NOT HASILOUT-OK
               DISPLAY 'JURNAL: GAGAL MEMBUKA HASILOUT, STATUS = '
                       STATUS-HASILOUT
               STOP RUN
           END-IF.
      *    INDUK PETA YANG BELUM ADA BUKAN ALASAN BERHENTI : SEMUA  *
      *    RECORD MASUK SUSPENS DAN TERLIHAT DI LAPORAN.            *
           OPEN INPUT AKUN-FILE.
           IF AKUN-OK
               MOVE 'Y' TO SAKLAR-ADA-AKUN
           ELSE
               DISPLAY 'JURNAL: INDUK AKUNGL TIDAK BISA DIBUKA, '
                       'STATUS = ' STATUS-AKUN
                       ', SEMUA RECORD MASUK SUSPENS'
           END-IF.
           OPEN OUTPUT KERJA-FILE.
           IF NOT KERJA-OK
               DISPLAY 'JURNAL: GAGAL MEMBUKA JURNALTMP, STATUS = '
                       STATUS-KERJA
               STOP RUN
           END-IF.
           OPEN OUTPUT KONTROL-FILE.
           IF NOT KONTROL-OK
               DISPLAY 'JURNAL: GAGAL MEMBUKA LAPJURNAL, STATUS = '
                       STATUS-KONTROL
               STOP RUN
           END-IF.
           MOVE TANGGAL-CETAK TO JJ2-TANGGAL.
           MOVE JH-BATCH TO JJ2-BATCH.
           WRITE KONTROL-RECORD FROM JUDUL-JURNAL-1.
           WRITE KONTROL-RECORD FROM JUDUL-JURNAL-2.
           WRITE KONTROL-RECORD FROM JUDUL-JURNAL-KOSONG.
           WRITE KONTROL-RECORD FROM JUDUL-SUSPENS-1.
           WRITE KONTROL-RECORD FROM JUDUL-SUSPENS-2.
           PERFORM BACA-HASIL.
           PERFORM JURNAL-SATU-RECORD THRU JURNAL-SATU-RECORD-EXIT
               UNTIL AKHIR-HASIL.
           CLOSE HASIL-FILE.
           CLOSE KERJA-FILE.
           IF ADA-INDUK-AKUN
               CLOSE AKUN-FILE
           END-IF.
           PERFORM NILAI-KESEIMBANGAN.
           PERFORM TERBITKAN-JURNAL THRU TERBITKAN-JURNAL-EXIT.
           PERFORM TULIS-LAPORAN-JURNAL.
           CLOSE KONTROL-FILE.
           IF JURNAL-SEIMBANG
               DISPLAY 'JURNAL: SEIMBANG, ' CACAH-BARIS-JURNAL
                       ' BARIS DARI ' CACAH-TERPETA ' RECORD, '
                       CACAH-SUSPENS ' RECORD SUSPENS'
           ELSE
               DISPLAY 'JURNAL: *** TIDAK SEIMBANG ***, JURNAL '
                       'TIDAK DITERBITKAN - LIHAT LAPJURNAL'
           END-IF.
           STOP RUN.
       BACA-HASIL.
           READ HASIL-FILE
               AT END MOVE '10' TO STATUS-BACA-HASIL
               NOT AT END MOVE '00' TO STATUS-BACA-HASIL
           END-READ.
      *----------------------------------------------------------*
      * SATU RECORD HASILOUT : RUSAK ATAU TANPA PETA -> SUSPENS;  *
      * HASIL NOL ATAU BARIS JADWAL ANGSURAN -> DICATAT SAJA;     *
      * SELAIN ITU DUA BARIS JURNAL                               *
      * (DEBET DAN KREDIT) DENGAN JUMLAH YANG SAMA.               *
      *----------------------------------------------------------*
       JURNAL-SATU-RECORD.
           ADD 1 TO CACAH-DIBACA.
           IF HO-HASIL IS NOT NUMERIC
                   OR HO-KODE-OPERASI IS NOT NUMERIC
               MOVE 'RECORD RUSAK' TO BS-ALASAN
               PERFORM TULIS-SUSPENS
               PERFORM BACA-HASIL
               GO TO JURNAL-SATU-RECORD-EXIT
           END-IF.
           IF HO-JENIS = 'A'
               ADD 1 TO CACAH-ANGSURAN
               PERFORM BACA-HASIL
               GO TO JURNAL-SATU-RECORD-EXIT
           END-IF.
           IF HO-HASIL = 0
               ADD 1 TO CACAH-NOL
               PERFORM BACA-HASIL
               GO TO JURNAL-SATU-RECORD-EXIT
           END-IF.
           PERFORM CARI-PETA THRU CARI-PETA-EXIT.
           IF NOT PETA-KETEMU
               MOVE 'TANPA PETA AKUN' TO BS-ALASAN
               PERFORM TULIS-SUSPENS
               PERFORM BACA-HASIL
               GO TO JURNAL-SATU-RECORD-EXIT
           END-IF.
           ADD 1 TO CACAH-TERPETA.
           IF HO-HASIL < 0
               COMPUTE JUMLAH-BUKU = 0 - HO-HASIL
               MOVE PP-KREDIT TO JD-AKUN
               PERFORM TULIS-BARIS-DEBET
               MOVE PP-DEBET TO JD-AKUN
               PERFORM TULIS-BARIS-KREDIT
           ELSE
               MOVE HO-HASIL TO JUMLAH-BUKU
               MOVE PP-DEBET TO JD-AKUN
               PERFORM TULIS-BARIS-DEBET
               MOVE PP-KREDIT TO JD-AKUN
               PERFORM TULIS-BARIS-KREDIT
           END-IF.
           ADD JUMLAH-BUKU TO TOTAL-TERPETA.
           PERFORM BACA-HASIL.
       JURNAL-SATU-RECORD-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * CARI PETA : NAMA RUMUS (KALAU ADA), KODE KONSTANTA        *
      * (KALAU ADA), LALU KODE OPERASI. PETA PERTAMA YANG AKTIF   *
      * YANG DIPAKAI.                                             *
      *----------------------------------------------------------*
       CARI-PETA.
           MOVE 'T' TO SAKLAR-PETA-KETEMU.
           IF NOT ADA-INDUK-AKUN
               GO TO CARI-PETA-EXIT
           END-IF.
           IF HO-RUMUS NOT = SPACES
               MOVE 'R' TO PC-JENIS
               MOVE HO-RUMUS TO PC-KODE
               PERFORM COBA-SATU-PETA
               IF PETA-KETEMU
                   GO TO CARI-PETA-EXIT
               END-IF
           END-IF.
           IF HO-KONSTANTA NOT = SPACES
               MOVE 'K' TO PC-JENIS
               MOVE HO-KONSTANTA TO PC-KODE
               PERFORM COBA-SATU-PETA
               IF PETA-KETEMU
                   GO TO CARI-PETA-EXIT
               END-IF
           END-IF.
           MOVE 'O' TO PC-JENIS.
           MOVE SPACES TO PC-KODE.
           MOVE HO-KODE-OPERASI TO PC-KODE(1:1).
           PERFORM COBA-SATU-PETA.
       CARI-PETA-EXIT.
           EXIT.
      *    SATU JENIS/KODE : PETA CABANG PENGIRIM DULU, LALU PETA   *
      *    SEMUA CABANG (CABANG SPASI).                             *
       COBA-SATU-PETA.
           IF HO-CABANG NOT = SPACES
               MOVE PC-JENIS TO AG-JENIS
               MOVE PC-KODE TO AG-KODE
               MOVE HO-CABANG TO AG-CABANG
               PERFORM BACA-PETA
           END-IF.
           IF NOT PETA-KETEMU
               MOVE PC-JENIS TO AG-JENIS
               MOVE PC-KODE TO AG-KODE
               MOVE SPACES TO AG-CABANG
               PERFORM BACA-PETA
           END-IF.
       BACA-PETA.
           READ AKUN-FILE
               INVALID KEY MOVE 'T' TO SAKLAR-PETA-KETEMU
               NOT INVALID KEY
                   IF AG-AKTIF = 'A'
                       MOVE 'Y' TO SAKLAR-PETA-KETEMU
                       MOVE AG-AKUN-DEBET TO PP-DEBET
                       MOVE AG-AKUN-KREDIT TO PP-KREDIT
                       MOVE AG-PUSAT-BIAYA TO PP-PUSAT
                   END-IF
           END-READ.
       TULIS-BARIS-DEBET.
           MOVE 'D' TO JD-DK.
           PERFORM TULIS-BARIS-KERJA.
           ADD 1 TO CACAH-BARIS-DEBET.
           ADD JUMLAH-BUKU TO TOTAL-DEBET.
       TULIS-BARIS-KREDIT.
           MOVE 'K' TO JD-DK.
           PERFORM TULIS-BARIS-KERJA.
           ADD 1 TO CACAH-BARIS-KREDIT.
           ADD JUMLAH-BUKU TO TOTAL-KREDIT.
       TULIS-BARIS-KERJA.
           ADD 1 TO CACAH-BARIS-JURNAL.
           MOVE CACAH-BARIS-JURNAL TO JD-NOMOR.
           MOVE CACAH-DIBACA TO JD-SUMBER.
           MOVE HO-TANGGAL TO JD-TANGGAL.
           MOVE PP-PUSAT TO JD-PUSAT-BIAYA.
           MOVE JUMLAH-BUKU TO JD-JUMLAH.
           MOVE HO-OPERATOR TO JD-OPERATOR.
           MOVE HO-KODE-OPERASI TO JD-KODE-OPERASI.
           MOVE HO-KONSTANTA TO JD-KONSTANTA.
           MOVE HO-RUMUS TO JD-RUMUS.
           MOVE HO-CABANG TO JD-CABANG.
           WRITE KERJA-RECORD FROM JURNAL-DETAIL.
           IF NOT KERJA-OK
               DISPLAY 'JURNAL: GAGAL MENULIS JURNALTMP, STATUS = '
                       STATUS-KERJA
               STOP RUN
           END-IF.
       TULIS-SUSPENS.
           ADD 1 TO CACAH-SUSPENS.
           MOVE CACAH-DIBACA TO BS-RECORD.
           MOVE HO-OPERATOR TO BS-OPERATOR.
           MOVE HO-TANGGAL TO BS-TANGGAL.
           MOVE HASIL-RECORD(20:1) TO BS-KODE.
           MOVE HO-KONSTANTA TO BS-KONSTANTA.
           MOVE HO-RUMUS TO BS-RUMUS.
           MOVE HO-CABANG TO BS-CABANG.
           IF HO-HASIL IS NUMERIC
               MOVE HO-HASIL TO BS-HASIL
               ADD HO-HASIL TO TOTAL-SUSPENS
           ELSE
               MOVE 0 TO BS-HASIL
           END-IF.
           WRITE KONTROL-RECORD FROM BARIS-SUSPENS.
      *----------------------------------------------------------*
      * SEIMBANG = TOTAL DEBET SAMA DENGAN TOTAL KREDIT, CACAH    *
      * BARIS DEBET SAMA DENGAN KREDIT, DAN TOTAL DEBET SAMA      *
      * DENGAN JUMLAH MUTLAK HASIL RECORD YANG TERPETA.           *
      *----------------------------------------------------------*
       NILAI-KESEIMBANGAN.
           MOVE 'Y' TO SAKLAR-SEIMBANG.
           IF TOTAL-DEBET NOT = TOTAL-KREDIT
               MOVE 'T' TO SAKLAR-SEIMBANG
           END-IF.
           IF CACAH-BARIS-DEBET NOT = CACAH-BARIS-KREDIT
               MOVE 'T' TO SAKLAR-SEIMBANG
           END-IF.
           IF TOTAL-DEBET NOT = TOTAL-TERPETA
               MOVE 'T' TO SAKLAR-SEIMBANG
           END-IF.
      *----------------------------------------------------------*
      * TERBITKAN JURNAL : HEADER, SALINAN BARIS KERJA, TRAILER.  *
      * JURNAL YANG TIDAK SEIMBANG TIDAK DITERBITKAN - FILE       *
      * JURNAL DIKOSONGKAN SUPAYA JURNAL LAMA TIDAK TERKIRIM      *
      * ULANG SEBAGAI JURNAL HARI INI.                            *
      *----------------------------------------------------------*
       TERBITKAN-JURNAL.
           OPEN OUTPUT JURNAL-FILE.
           IF NOT JURNAL-OK
               DISPLAY 'JURNAL: GAGAL MEMBUKA JURNAL, STATUS = '
                       STATUS-JURNAL
               STOP RUN
           END-IF.
           IF NOT JURNAL-SEIMBANG
               CLOSE JURNAL-FILE
               GO TO TERBITKAN-JURNAL-EXIT
           END-IF.
           MOVE CACAH-BARIS-JURNAL TO JH-CACAH.
           MOVE TOTAL-DEBET TO JH-TOTAL-DEBET.
           MOVE TOTAL-KREDIT TO JH-TOTAL-KREDIT.
           WRITE JURNAL-RECORD FROM JURNAL-HEADER.
           OPEN INPUT KERJA-FILE.
           IF NOT KERJA-OK
               DISPLAY 'JURNAL: GAGAL MEMBACA JURNALTMP, STATUS = '
                       STATUS-KERJA
               STOP RUN
           END-IF.
           PERFORM BACA-KERJA.
           PERFORM SALIN-KERJA-KE-JURNAL UNTIL AKHIR-KERJA.
           CLOSE KERJA-FILE.
           MOVE CACAH-BARIS-JURNAL TO JT-CACAH.
           MOVE TOTAL-DEBET TO JT-TOTAL-DEBET.
           MOVE TOTAL-KREDIT TO JT-TOTAL-KREDIT.
           WRITE JURNAL-RECORD FROM JURNAL-TRAILER.
           CLOSE JURNAL-FILE.
       TERBITKAN-JURNAL-EXIT.
           EXIT.
       BACA-KERJA.
           READ KERJA-FILE
               AT END MOVE '10' TO STATUS-BACA-KERJA
               NOT AT END MOVE '00' TO STATUS-BACA-KERJA
           END-READ.
       SALIN-KERJA-KE-JURNAL.
           WRITE JURNAL-RECORD FROM KERJA-RECORD.
           IF NOT JURNAL-OK
               DISPLAY 'JURNAL: GAGAL MENULIS JURNAL, STATUS = '
                       STATUS-JURNAL
               STOP RUN
           END-IF.
           PERFORM BACA-KERJA.
       TULIS-LAPORAN-JURNAL.
           WRITE KONTROL-RECORD FROM JUDUL-JURNAL-KOSONG.
           MOVE 'Record HASILOUT dibaca' TO BR-LABEL.
           MOVE CACAH-DIBACA TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Record terpeta (dijurnal)' TO BR-LABEL.
           MOVE CACAH-TERPETA TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Record suspens' TO BR-LABEL.
           MOVE CACAH-SUSPENS TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Record hasil nol' TO BR-LABEL.
           MOVE CACAH-NOL TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Baris jadwal angsuran dilewati' TO BR-LABEL.
           MOVE CACAH-ANGSURAN TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Baris jurnal - Debet' TO BR-LABEL.
           MOVE CACAH-BARIS-DEBET TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Baris jurnal - Kredit' TO BR-LABEL.
           MOVE CACAH-BARIS-KREDIT TO BR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Total Debet' TO BKH-LABEL.
           MOVE TOTAL-DEBET TO BKH-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-KONTROL-HASH.
           MOVE 'Total Kredit' TO BKH-LABEL.
           MOVE TOTAL-KREDIT TO BKH-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-KONTROL-HASH.
           MOVE 'Total Hasil Terpeta' TO BKH-LABEL.
           MOVE TOTAL-TERPETA TO BKH-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-KONTROL-HASH.
           MOVE 'Total Hasil Suspens' TO BKH-LABEL.
           MOVE TOTAL-SUSPENS TO BKH-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-KONTROL-HASH.
           WRITE KONTROL-RECORD FROM JUDUL-JURNAL-KOSONG.
           IF CACAH-SUSPENS > 0
               MOVE '*** ADA RECORD SUSPENS - PASANG PETA AKUNNYA ***'
                   TO TEKS-KONTROL
               WRITE KONTROL-RECORD FROM TEKS-KONTROL
           END-IF.
           IF JURNAL-SEIMBANG
               MOVE 'JURNAL SEIMBANG - DITERBITKAN KE FILE JURNAL'
                   TO TEKS-KONTROL
           ELSE
               MOVE '*** JURNAL TIDAK SEIMBANG - TIDAK DITERBITKAN ***'
                   TO TEKS-KONTROL
           END-IF.
           WRITE KONTROL-RECORD FROM TEKS-KONTROL.
