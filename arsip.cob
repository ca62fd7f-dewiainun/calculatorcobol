      *                    utuh, supaya AUDITBARU yang bolong      *
      *                    tidak lolos rekonsiliasi lalu menimpa   *
      *                    file AUDIT hidup.                       *
      *   2026-10-15  AS   Record AUDIT/AUDITBARU/ARSIP dilebarkan *
      *                    ke 240 mengikuti segel AUDIT. LAPARSIP  *
      *                    mencetak urut pertama/akhir dan segel   *
      *                    terakhir yang dipindah; kalau tidak ada *
      *                    baris bersegel yang tersisa, AUDIT baru *
      *                    dimulai dengan baris '=== RANTAI ARSIP' *
      *                    bersegel yang menyambung rantai dari    *
      *                    baris terakhir yang diarsip.            *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * AKAN TERPOTONG MENJADI DUA SEWAKTU DIBACA.                *
      *----------------------------------------------------------*
       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(240).
       FD  AUDIT-BARU-FILE.
       01  AUDIT-BARU-RECORD        PIC X(240).
       FD  ARSIP-FILE.
       01  ARSIP-RECORD             PIC X(240).
       FD  KONTROL-FILE.
       01  KONTROL-RECORD           PIC X(80).
       WORKING-STORAGE SECTION.
       77 CACAH-PERIKSA PIC 9(7) COMP VALUE 0.
       77 CACAH-DISALIN PIC 9(7) COMP VALUE 0.
      *----------------------------------------------------------*
      * SEGEL AUDIT (KOLOM 201-232, DITULIS PROGRAM CALCULATOR) : *
      * URUT, SEGEL BARIS SEBELUMNYA, SEGEL BARIS ITU. BARIS      *
      * DIPINDAH APA ADANYA SEHINGGA RANTAI BERLANJUT DARI ARSIP  *
      * KE AUDIT. RUMUS SEGEL HARUS SAMA DENGAN DI CALCULATOR.    *
      *----------------------------------------------------------*
       01 BARIS-AUDIT-SEGEL.
          02 SG-ISI PIC X(200).
          02 FILLER PIC X(1) VALUE SPACE.
          02 SG-URUT PIC 9(9).
          02 FILLER PIC X(1) VALUE SPACE.
          02 SG-SEBELUM PIC 9(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 SG-NILAI PIC 9(10).
          02 FILLER PIC X(8) VALUE SPACES.
       01 SEGEL-AKHIR.
          02 SGA-URUT PIC 9(9) VALUE 0.
          02 SGA-NILAI PIC 9(10) VALUE 0.
       01 SEGEL-BYTE.
          02 SB-NOL PIC X VALUE LOW-VALUE.
          02 SB-KAR PIC X.
       01 SEGEL-BYTE-ANGKA REDEFINES SEGEL-BYTE PIC 9(4) COMP.
       77 SEGEL-KERJA PIC 9(18) COMP VALUE 0.
       77 SEGEL-BAGI PIC 9(18) COMP VALUE 0.
       77 SEGEL-PRIMA PIC 9(10) COMP VALUE 9999999967.
       77 SEGEL-IDX PIC 9(3) COMP VALUE 0.
       01 SAKLAR-BARIS-BERSEGEL PIC X VALUE 'T'.
          88 BARIS-BERSEGEL VALUE 'Y'.
       01 SAKLAR-SEGEL-DITAHAN PIC X VALUE 'T'.
          88 ADA-SEGEL-DITAHAN VALUE 'Y'.
       77 URUT-PERTAMA-PINDAH PIC 9(9) VALUE 0.
       77 URUT-AKHIR-PINDAH PIC 9(9) VALUE 0.
       77 SEGEL-AKHIR-PINDAH PIC 9(10) VALUE 0.
      *    BARIS PENYAMBUNG RANTAI : TANGGAL DI KOLOM 17-26 SEPERTI *
      *    JUDUL SESI SUPAYA IKUT DIARSIP PADA PERIODENYA.          *
       01 JUDUL-RANTAI-ARSIP.
          02 FILLER PIC X(16) VALUE '=== RANTAI ARSIP'.
          02 JR-TANGGAL PIC X(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 JR-JAM PIC X(8).
          02 FILLER PIC X(4) VALUE ' ==='.
       01 WAKTU-SEKARANG.
          02 WK-JAM PIC 9(2).
          02 WK-MENIT PIC 9(2).
          02 WK-DETIK PIC 9(2).
          02 WK-SERATUS PIC 9(2).
       01 WAKTU-CETAK PIC X(8).
      *----------------------------------------------------------*
      * FIELD UNTUK LAPORAN KONTROL LAPARSIP                      *
      *----------------------------------------------------------*
       01 TANGGAL-CETAK PIC X(10).
       01 BARIS-KONTROL-RINGKAS.
          02 BKR-LABEL PIC X(30).
          02 BKR-ANGKA PIC ZZZZZZ9.
       01 BARIS-KONTROL-SEGEL.
          02 BKS-LABEL PIC X(30).
          02 BKS-ANGKA PIC Z(9)9.
       PROCEDURE DIVISION.
       MULAI.
           PERFORM TENTUKAN-PERIODE.
           PERFORM BACA-AUDIT-BARU.
           PERFORM SALIN-SATU-BARIS THRU SALIN-SATU-BARIS-EXIT
               UNTIL AKHIR-AUDIT-BARU.
      *    TIDAK ADA BARIS BERSEGEL YANG TERSISA : CALCULATOR TIDAK *
      *    BISA MENEMUKAN UJUNG RANTAI DI AUDIT, JADI RANTAI        *
      *    DISAMBUNG DENGAN SATU BARIS PENYAMBUNG BERSEGEL.         *
           IF NOT ADA-SEGEL-DITAHAN AND SGA-URUT > 0
               PERFORM TULIS-RANTAI-ARSIP
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE AUDIT-BARU-FILE.
           IF CACAH-DISALIN = CACAH-DITAHAN
           END-IF.
       GANTI-AUDIT-EXIT.
           EXIT.
       TULIS-RANTAI-ARSIP.
           ACCEPT WAKTU-SEKARANG FROM TIME.
           STRING WK-JAM ':' WK-MENIT ':' WK-DETIK INTO WAKTU-CETAK.
           MOVE TANGGAL-CETAK TO JR-TANGGAL.
           MOVE WAKTU-CETAK TO JR-JAM.
           MOVE JUDUL-RANTAI-ARSIP TO SG-ISI.
           ADD 1 TO SGA-URUT GIVING SG-URUT.
           MOVE SGA-NILAI TO SG-SEBELUM.
           PERFORM HITUNG-SEGEL.
           WRITE AUDIT-RECORD FROM BARIS-AUDIT-SEGEL.
           IF NOT AUDIT-OK
               DISPLAY 'ARSIP: GAGAL MENULIS BARIS RANTAI, STATUS = '
                       STATUS-AUDIT
           ELSE
               DISPLAY 'ARSIP: RANTAI SEGEL DISAMBUNG, URUT ' SG-URUT
           END-IF.
       HITUNG-SEGEL.
           MOVE SG-SEBELUM TO SEGEL-KERJA.
           PERFORM OLAH-SATU-KARAKTER
               VARYING SEGEL-IDX FROM 1 BY 1 UNTIL SEGEL-IDX > 210.
           MOVE SEGEL-KERJA TO SG-NILAI.
       OLAH-SATU-KARAKTER.
           MOVE BARIS-AUDIT-SEGEL(SEGEL-IDX:1) TO SB-KAR.
           COMPUTE SEGEL-KERJA = SEGEL-KERJA * 31 + SEGEL-BYTE-ANGKA.
           DIVIDE SEGEL-KERJA BY SEGEL-PRIMA GIVING SEGEL-BAGI
               REMAINDER SEGEL-KERJA.
       BACA-AUDIT-BARU.
           READ AUDIT-BARU-FILE
               AT END MOVE '10' TO STATUS-BACA-BARU
      *----------------------------------------------------------*
       PROSES-SATU-BARIS.
           ADD 1 TO CACAH-DIBACA.
           PERFORM AMBIL-SEGEL-BARIS.
           IF AUDIT-RECORD(1:3) = '==='
               MOVE AUDIT-RECORD(17:10) TO TANGGAL-RECORD
           ELSE
                       STATUS-AUDIT-BARU ', FILE AUDIT TIDAK DIUBAH'
               STOP RUN
           END-IF.
           IF BARIS-BERSEGEL
               MOVE 'Y' TO SAKLAR-SEGEL-DITAHAN
           END-IF.
      *----------------------------------------------------------*
      * SEGEL BARIS YANG SEDANG DIPROSES : UJUNG RANTAI MAJU KE   *
      * SETIAP BARIS BERSEGEL. BARIS LAMA TANPA SEGEL DILEWATI.   *
      *----------------------------------------------------------*
       AMBIL-SEGEL-BARIS.
           MOVE AUDIT-RECORD TO BARIS-AUDIT-SEGEL.
           IF SG-URUT IS NUMERIC AND SG-NILAI IS NUMERIC
               MOVE 'Y' TO SAKLAR-BARIS-BERSEGEL
               MOVE SG-URUT TO SGA-URUT
               MOVE SG-NILAI TO SGA-NILAI
           ELSE
               MOVE 'T' TO SAKLAR-BARIS-BERSEGEL
           END-IF.
       PERIKSA-TANGGAL.
           IF TGR-HARI IS NUMERIC AND TGR-BULAN IS NUMERIC
                   AND TGR-TAHUN IS NUMERIC
                       ', STATUS = ' STATUS-ARSIP
               STOP RUN
           END-IF.
           IF BARIS-BERSEGEL
               IF URUT-PERTAMA-PINDAH = 0
                   MOVE SG-URUT TO URUT-PERTAMA-PINDAH
               END-IF
               MOVE SG-URUT TO URUT-AKHIR-PINDAH
               MOVE SG-NILAI TO SEGEL-AKHIR-PINDAH
           END-IF.
           PERFORM CATAT-PERIODE.
       CATAT-PERIODE.
           MOVE 0 TO PRD-KETEMU.
           MOVE 'Ditahan - tanggal tak dikenal' TO BKR-LABEL.
           MOVE CACAH-TANPA-TANGGAL TO BKR-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-KONTROL-RINGKAS.
      *    UJUNG RANTAI SEGEL YANG DIPINDAH : PEGANGAN PEMERIKSA    *
      *    UNTUK MENCOCOKKAN ARSIP DENGAN AWAL AUDIT BERIKUTNYA.    *
           WRITE KONTROL-RECORD FROM JUDUL-KONTROL-KOSONG.
           MOVE 'Segel - urut pertama dipindah' TO BKS-LABEL.
           MOVE URUT-PERTAMA-PINDAH TO BKS-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-KONTROL-SEGEL.
           MOVE 'Segel - urut akhir dipindah' TO BKS-LABEL.
           MOVE URUT-AKHIR-PINDAH TO BKS-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-KONTROL-SEGEL.
           MOVE 'Segel - segel akhir dipindah' TO BKS-LABEL.
           MOVE SEGEL-AKHIR-PINDAH TO BKS-ANGKA.
           WRITE KONTROL-RECORD FROM BARIS-KONTROL-SEGEL.
           CLOSE KONTROL-FILE.
       TULIS-SATU-PERIODE.
           MOVE PRD-KODE(PRD-IDX) TO BK-PERIODE.
