      *                    pusat). Bulan laporan dari environment  *
      *                    KALKULATOR_PERIODE (TTTTBB) atau bulan  *
      *                    tanggal sistem. Hasil ke file LAPTARIF. *
      *   2026-10-15  AS   Record AUDIT/ARSIP dilebarkan ke 240    *
      *                    mengikuti segel AUDIT (kolom 201-232)   *
      *                    di program CALCULATOR.                  *
      *   2026-10-15  AS   Nama cabang dari induk CABANG dicetak   *
      *                    di samping kode cabang pada rincian.    *
      *   2026-10-15  AS   Baris pembatalan (AD-JENIS B) dijumlah  *
      *                    di kolom Batal / Hasil Batal, tidak     *
      *                    menambah cacah dan total pemakaian.     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TARIF-FILE ASSIGN TO "LAPTARIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-TARIF.
           SELECT CABANG-FILE ASSIGN TO "CABANG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KODE
               FILE STATUS IS STATUS-CABANG.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------*
      * TERPOTONG MENJADI DUA SEWAKTU DIBACA).                    *
      *----------------------------------------------------------*
       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(240).
       FD  ARSIP-FILE.
       01  ARSIP-RECORD             PIC X(240).
       FD  TARIF-FILE.
       01  TARIF-RECORD             PIC X(132).
      *----------------------------------------------------------*
      * LAYOUT RECORD HARUS SAMA DENGAN FD CABANG-FILE DI PROGRAM *
      * CALCULATOR.                                               *
      *----------------------------------------------------------*
       FD  CABANG-FILE.
       01  CABANG-RECORD.
           02  CB-KODE             PIC X(4).
           02  CB-NAMA             PIC X(30).
           02  CB-WILAYAH          PIC X(10).
           02  CB-AKTIF            PIC X(1).
           02  CB-BATAS-JAM        PIC 9(4).
           02  CB-PLAFON           PIC 9(13)V99.
           02  CB-POSTING-TGL      PIC X(8).
           02  CB-POSTING-NILAI    PIC 9(15)V99.
           02  CB-NILAI-BLOK       PIC 9(15)V99.
           02  CB-SIDIK            PIC X(37).
           02  CB-RECORD-HEADER    PIC 9(7).
       WORKING-STORAGE SECTION.
       01 STATUS-AUDIT PIC XX.
          88 AUDIT-OK VALUE '00'.
          88 ARSIP-TIDAK-ADA VALUE '35'.
       01 STATUS-TARIF PIC XX.
          88 TARIF-OK VALUE '00'.
       01 STATUS-CABANG PIC XX.
          88 CABANG-OK VALUE '00'.
       01 SAKLAR-ADA-CABANG PIC X VALUE 'T'.
          88 ADA-INDUK-CABANG VALUE 'Y'.
       01 STATUS-BACA-REKAP PIC XX.
          88 AKHIR-BACA-REKAP VALUE '10'.
      *----------------------------------------------------------*
          02 AD-HASIL-MENTAH PIC S9(14)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
          02 AD-PENYETUJU PIC X(5).
          02 AD-JENIS PIC X(1).
             88 AD-PEMBATALAN VALUE 'B'.
          02 AD-REF-URUT PIC X(9).
          02 AD-ALASAN PIC X(2).
      *----------------------------------------------------------*
      * BULAN LAPORAN (TTTTBB) : KALKULATOR_PERIODE ATAU BULAN    *
      * TANGGAL SISTEM. NAMA ARSIP MENGIKUTI ARSIP-AUDIT.         *
      *----------------------------------------------------------*
      * REKAP RINCI : SATU ENTRI PER (JENIS, KODE, CABANG,        *
      * TANGGAL). JENIS 'K' = KODE KONSTANTA, 'R' = RUMUS.        *
      * BARIS PEMBATALAN DIJUMLAH TERPISAH (CACAH DAN HASIL       *
      * LAWANNYA), TIDAK MENAMBAH CACAH DAN TOTAL PEMAKAIAN.      *
      *----------------------------------------------------------*
       01 TABEL-TARIF.
          02 PT-ENTRI OCCURS 400 TIMES.
             03 PT-CACAH PIC 9(7).
             03 PT-N1 PIC S9(13)V99.
             03 PT-HASIL PIC S9(15)V99.
             03 PT-BATAL-CACAH PIC 9(7).
             03 PT-BATAL-HASIL PIC S9(15)V99.
       77 PT-JUMLAH PIC 9(3) COMP VALUE 0.
       77 PT-IDX PIC 9(3) COMP VALUE 0.
       77 PT-KETEMU PIC 9(3) COMP VALUE 0.
             03 KD-CACAH PIC 9(7).
             03 KD-N1 PIC S9(13)V99.
             03 KD-HASIL PIC S9(15)V99.
             03 KD-BATAL-CACAH PIC 9(7).
             03 KD-BATAL-HASIL PIC S9(15)V99.
       77 KD-JUMLAH PIC 9(3) COMP VALUE 0.
       77 KD-IDX PIC 9(3) COMP VALUE 0.
       77 KD-KETEMU PIC 9(3) COMP VALUE 0.
       77 CACAH-DIBACA PIC 9(7) COMP VALUE 0.
       77 CACAH-DIREKAP PIC 9(7) COMP VALUE 0.
       77 CACAH-DILEWATI PIC 9(7) COMP VALUE 0.
       77 CACAH-BATAL PIC 9(7) COMP VALUE 0.
      *----------------------------------------------------------*
      * FIELD UNTUK LAPORAN LAPTARIF                              *
      *----------------------------------------------------------*
          02 JK-KODE PIC X(12).
       01 JUDUL-KOLOM-TARIF.
          02 FILLER PIC X(8) VALUE '  Cabang'.
          02 FILLER PIC X(22) VALUE 'Nama Cabang'.
          02 FILLER PIC X(12) VALUE '  Tanggal'.
          02 FILLER PIC X(9) VALUE '    Cacah'.
          02 FILLER PIC X(19) VALUE '          Total N1'.
          02 FILLER PIC X(21) VALUE '         Total Hasil'.
          02 FILLER PIC X(9) VALUE '    Batal'.
          02 FILLER PIC X(20) VALUE '         Hasil Batal'.
       01 BARIS-TARIF.
          02 FILLER PIC X(2) VALUE SPACES.
          02 BT-CABANG PIC X(4).
          02 FILLER PIC X(2) VALUE SPACES.
          02 BT-NAMA PIC X(20).
          02 FILLER PIC X(2) VALUE SPACES.
          02 BT-TANGGAL PIC X(10).
          02 FILLER PIC X(2) VALUE SPACES.
          02 BT-CACAH PIC ZZZZZZ9.
          02 BT-N1 PIC -(13)9.99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BT-HASIL PIC -(15)9.99.
          02 FILLER PIC X(3) VALUE SPACES.
          02 BT-BATAL-CACAH PIC ZZZZZZ9.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BT-BATAL-HASIL PIC -(15)9.99.
       01 BARIS-SUBTOTAL.
          02 FILLER PIC X(10) VALUE '  Subtotal'.
          02 FILLER PIC X(32) VALUE SPACES.
          02 BS-CACAH PIC ZZZZZZ9.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BS-N1 PIC -(13)9.99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BS-HASIL PIC -(15)9.99.
          02 FILLER PIC X(3) VALUE SPACES.
          02 BS-BATAL-CACAH PIC ZZZZZZ9.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BS-BATAL-HASIL PIC -(15)9.99.
       01 BARIS-CATATAN-TARIF.
          02 FILLER PIC X(24) VALUE 'Baris dibaca           :'.
          02 BC-DIBACA PIC ZZZZZZ9.
          02 BC-DIREKAP PIC ZZZZZZ9.
          02 FILLER PIC X(26) VALUE '   Baris dilewati       :'.
          02 BC-DILEWATI PIC ZZZZZZ9.
          02 FILLER PIC X(26) VALUE '   Baris pembatalan     :'.
          02 BC-BATAL PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       MULAI.
           PERFORM TENTUKAN-PERIODE.
           END-IF.
           PERFORM CARI-ENTRI-TARIF.
           PERFORM CARI-ENTRI-KODE.
           IF AD-PEMBATALAN
               PERFORM REKAP-SATU-BATAL
               PERFORM BACA-SUMBER-REKAP
               GO TO REKAP-SATU-BARIS-EXIT
           END-IF.
           IF PT-KETEMU > 0
               ADD 1 TO PT-CACAH(PT-KETEMU)
               ADD AD-N1-MENTAH TO PT-N1(PT-KETEMU)
           PERFORM BACA-SUMBER-REKAP.
       REKAP-SATU-BARIS-EXIT.
           EXIT.
       REKAP-SATU-BATAL.
           IF PT-KETEMU > 0
               ADD 1 TO PT-BATAL-CACAH(PT-KETEMU)
               ADD AD-HASIL-MENTAH TO PT-BATAL-HASIL(PT-KETEMU)
           END-IF.
           IF KD-KETEMU > 0
               ADD 1 TO KD-BATAL-CACAH(KD-KETEMU)
               ADD AD-HASIL-MENTAH TO KD-BATAL-HASIL(KD-KETEMU)
           END-IF.
           ADD 1 TO CACAH-BATAL.
       CARI-ENTRI-TARIF.
           MOVE 0 TO PT-KETEMU.
           PERFORM CARI-SATU-TARIF THRU CARI-SATU-TARIF-EXIT
           MOVE 0 TO PT-CACAH(PT-KETEMU).
           MOVE 0 TO PT-N1(PT-KETEMU).
           MOVE 0 TO PT-HASIL(PT-KETEMU).
           MOVE 0 TO PT-BATAL-CACAH(PT-KETEMU).
           MOVE 0 TO PT-BATAL-HASIL(PT-KETEMU).
       TAMBAH-ENTRI-TARIF-EXIT.
           EXIT.
       CARI-ENTRI-KODE.
           MOVE 0 TO KD-CACAH(KD-KETEMU).
           MOVE 0 TO KD-N1(KD-KETEMU).
           MOVE 0 TO KD-HASIL(KD-KETEMU).
           MOVE 0 TO KD-BATAL-CACAH(KD-KETEMU).
           MOVE 0 TO KD-BATAL-HASIL(KD-KETEMU).
       TAMBAH-ENTRI-KODE-EXIT.
           EXIT.
      *----------------------------------------------------------*
                       STATUS-TARIF
               STOP RUN
           END-IF.
      *    INDUK CABANG YANG BELUM ADA BUKAN ALASAN BERHENTI :      *
      *    KOLOM NAMA CABANG SAJA YANG KOSONG.                      *
           OPEN INPUT CABANG-FILE.
           IF CABANG-OK
               MOVE 'Y' TO SAKLAR-ADA-CABANG
           ELSE
               DISPLAY 'TARIF: INDUK CABANG TIDAK BISA DIBUKA, '
                       'STATUS = ' STATUS-CABANG
                       ', NAMA CABANG TIDAK DICETAK'
           END-IF.
           MOVE TANGGAL-CETAK TO JT2-TANGGAL.
           MOVE PERIODE-LAPOR TO JT2-PERIODE.
           WRITE TARIF-RECORD FROM JUDUL-TARIF-1.
           MOVE CACAH-DIBACA TO BC-DIBACA.
           MOVE CACAH-DIREKAP TO BC-DIREKAP.
           MOVE CACAH-DILEWATI TO BC-DILEWATI.
           MOVE CACAH-BATAL TO BC-BATAL.
           WRITE TARIF-RECORD FROM BARIS-CATATAN-TARIF.
           CLOSE TARIF-FILE.
           IF ADA-INDUK-CABANG
               CLOSE CABANG-FILE
           END-IF.
       TULIS-SATU-KODE.
           WRITE TARIF-RECORD FROM JUDUL-TARIF-KOSONG.
           IF KD-JENIS(KD-IDX) = 'K'
           MOVE KD-CACAH(KD-IDX) TO BS-CACAH.
           MOVE KD-N1(KD-IDX) TO BS-N1.
           MOVE KD-HASIL(KD-IDX) TO BS-HASIL.
           MOVE KD-BATAL-CACAH(KD-IDX) TO BS-BATAL-CACAH.
           MOVE KD-BATAL-HASIL(KD-IDX) TO BS-BATAL-HASIL.
           WRITE TARIF-RECORD FROM BARIS-SUBTOTAL.
       TULIS-SATU-RINCI.
           IF PT-JENIS(PT-IDX) = KD-JENIS(KD-IDX)
                   AND PT-KODE(PT-IDX) = KD-KODE(KD-IDX)
               MOVE PT-CABANG(PT-IDX) TO BT-CABANG
               PERFORM CARI-NAMA-CABANG
               MOVE PT-TANGGAL(PT-IDX) TO BT-TANGGAL
               MOVE PT-CACAH(PT-IDX) TO BT-CACAH
               MOVE PT-N1(PT-IDX) TO BT-N1
               MOVE PT-HASIL(PT-IDX) TO BT-HASIL
               MOVE PT-BATAL-CACAH(PT-IDX) TO BT-BATAL-CACAH
               MOVE PT-BATAL-HASIL(PT-IDX) TO BT-BATAL-HASIL
               WRITE TARIF-RECORD FROM BARIS-TARIF
           END-IF.
      *    CABANG KOSONG = HITUNGAN LAYAR KANTOR PUSAT; KODE YANG   *
      *    TIDAK ADA DI INDUK DITANDAI SUPAYA SALAH KETIK TERLIHAT. *
       CARI-NAMA-CABANG.
           MOVE SPACES TO BT-NAMA.
           IF BT-CABANG = SPACES
               MOVE '(kantor pusat)' TO BT-NAMA
           ELSE
               IF ADA-INDUK-CABANG
                   MOVE BT-CABANG TO CB-KODE
                   READ CABANG-FILE
                       INVALID KEY MOVE '(tidak terdaftar)' TO BT-NAMA
                       NOT INVALID KEY MOVE CB-NAMA TO BT-NAMA
                   END-READ
               END-IF
           END-IF.
