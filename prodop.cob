      *   2026-09-02  AS   Ikuti penambahan field hasil mentah     *
      *                    (AD-HASIL-MENTAH) dan ID penyetuju      *
      *                    (AD-PENYETUJU) di ekor baris AUDIT.     *
      *   2026-10-15  AS   Record AUDIT dilebarkan ke 240          *
      *                    mengikuti segel AUDIT (kolom 201-232)   *
      *                    di program CALCULATOR.                  *
      *   2026-10-15  AS   Baris pembatalan (AD-JENIS B) tidak     *
      *                    dihitung sebagai hitungan baru, dicetak *
      *                    di kolom Batal tersendiri.              *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * TERPOTONG MENJADI DUA SEWAKTU DIBACA).                    *
      *----------------------------------------------------------*
       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(240).
       FD  PROD-FILE.
       01  PROD-RECORD              PIC X(132).
       WORKING-STORAGE SECTION.
          02 AD-CABANG PIC X(4).
          02 AD-HASIL-MENTAH PIC X(17).
          02 AD-PENYETUJU PIC X(5).
          02 AD-JENIS PIC X(1).
             88 AD-PEMBATALAN VALUE 'B'.
          02 AD-REF-URUT PIC X(9).
          02 AD-ALASAN PIC X(2).
      *----------------------------------------------------------*
      * TABEL REKAP : SATU ENTRI PER PASANGAN TANGGAL-OPERATOR.   *
      * KANTONG OPERASI 1-5 = KODE 1-5, KANTONG 6 = PERSENTASE    *
      * (KODE 7), KANTONG 7 = PANGKAT (KODE 8), KANTONG 8 = LAIN. *
      * BARIS PEMBATALAN TIDAK MASUK KANTONG DAN TOTAL, DIHITUNG  *
      * TERPISAH DI PD-BATAL; JAM KEGIATANNYA TETAP DICATAT.      *
      *----------------------------------------------------------*
       01 TABEL-PROD.
          02 PD-ENTRI OCCURS 400 TIMES.
             03 PD-TOTAL PIC 9(7).
             03 PD-JAM-AWAL PIC X(8).
             03 PD-JAM-AKHIR PIC X(8).
             03 PD-BATAL PIC 9(7).
       77 PD-JUMLAH PIC 9(3) COMP VALUE 0.
       77 PD-IDX PIC 9(3) COMP VALUE 0.
       77 PD-KETEMU PIC 9(3) COMP VALUE 0.
       01 TOTAL-SEMUA.
          02 GT-KANTONG PIC 9(7) OCCURS 8 TIMES.
          02 GT-TOTAL PIC 9(7).
          02 GT-BATAL PIC 9(7).
       77 CACAH-DIBACA PIC 9(7) COMP VALUE 0.
       77 CACAH-DILEWATI PIC 9(7) COMP VALUE 0.
      *----------------------------------------------------------*
          02 FILLER PIC X(9) VALUE '    Total'.
          02 FILLER PIC X(10) VALUE '  JamAwal'.
          02 FILLER PIC X(10) VALUE '  JamAkhir'.
          02 FILLER PIC X(9) VALUE '    Batal'.
       01 BARIS-PROD.
          02 FILLER PIC X(2) VALUE SPACES.
          02 BP-OPERATOR PIC X(5).
          02 BP-JAM-AWAL PIC X(8).
          02 FILLER PIC X(2) VALUE SPACES.
          02 BP-JAM-AKHIR PIC X(8).
          02 FILLER PIC X(2) VALUE SPACES.
          02 BP-BATAL PIC ZZZZZZ9.
       01 BARIS-TOTAL-SEMUA.
          02 FILLER PIC X(9) VALUE 'TOTAL'.
          02 BT-KANTONG PIC ZZZZZZ9 OCCURS 8 TIMES.
          02 FILLER PIC X(2) VALUE SPACES.
          02 BT-TOTAL PIC ZZZZZZ9.
          02 FILLER PIC X(22) VALUE SPACES.
          02 BT-BATAL PIC ZZZZZZ9.
       01 BARIS-CATATAN.
          02 FILLER PIC X(24) VALUE 'Baris audit dibaca     :'.
          02 BC-DIBACA PIC ZZZZZZ9.
           PERFORM KOSONGKAN-TOTAL-SEMUA
               VARYING KT-IDX FROM 1 BY 1 UNTIL KT-IDX > 8.
           MOVE 0 TO GT-TOTAL.
           MOVE 0 TO GT-BATAL.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-TIDAK-ADA
               DISPLAY 'PRODUKTIVITAS: FILE AUDIT TIDAK DITEMUKAN'
               PERFORM BACA-AUDIT
               GO TO REKAP-SATU-BARIS-EXIT
           END-IF.
           IF AD-PEMBATALAN
               ADD 1 TO PD-BATAL(PD-KETEMU)
               ADD 1 TO GT-BATAL
           ELSE
               ADD 1 TO PD-KANTONG(PD-KETEMU, KANTONG-KE)
               ADD 1 TO PD-TOTAL(PD-KETEMU)
               ADD 1 TO GT-KANTONG(KANTONG-KE)
               ADD 1 TO GT-TOTAL
           END-IF.
           IF AD-JAM < PD-JAM-AWAL(PD-KETEMU)
               MOVE AD-JAM TO PD-JAM-AWAL(PD-KETEMU)
           END-IF.
           PERFORM KOSONGKAN-KANTONG
               VARYING KT-IDX FROM 1 BY 1 UNTIL KT-IDX > 8.
           MOVE 0 TO PD-TOTAL(PD-KETEMU).
           MOVE 0 TO PD-BATAL(PD-KETEMU).
           MOVE AD-JAM TO PD-JAM-AWAL(PD-KETEMU).
           MOVE AD-JAM TO PD-JAM-AKHIR(PD-KETEMU).
           PERFORM CATAT-TANGGAL.
           PERFORM ISI-TOTAL-SEMUA
               VARYING KT-IDX FROM 1 BY 1 UNTIL KT-IDX > 8.
           MOVE GT-TOTAL TO BT-TOTAL.
           MOVE GT-BATAL TO BT-BATAL.
           WRITE PROD-RECORD FROM BARIS-TOTAL-SEMUA.
           WRITE PROD-RECORD FROM JUDUL-PROD-KOSONG.
           MOVE CACAH-DIBACA TO BC-DIBACA.
               MOVE PD-TOTAL(PD-IDX) TO BP-TOTAL
               MOVE PD-JAM-AWAL(PD-IDX) TO BP-JAM-AWAL
               MOVE PD-JAM-AKHIR(PD-IDX) TO BP-JAM-AKHIR
               MOVE PD-BATAL(PD-IDX) TO BP-BATAL
               WRITE PROD-RECORD FROM BARIS-PROD
           END-IF.
       ISI-KANTONG-BARIS.
