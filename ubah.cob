      *                    pemeriksa, waktu keduanya, dan          *
      *                    statusnya (menunggu / disetujui /       *
      *                    ditolak). Hasil ke file LAPUBAH.        *
      *   2026-10-15  AS   Usulan peta akun GL (jenis A) dicetak   *
      *                    dengan baris lanjutan berisi akun       *
      *                    debet / kredit / pusat biaya lama dan   *
      *                    baru.                                   *
      *   2026-10-15  AS   Usulan jadwal tetap (jenis J) dicetak   *
      *                    dengan baris lanjutan berisi isi jadwal *
      *                    baru (operasi/rumus, N1, N2, frekuensi, *
      *                    tanggal mulai dan akhir).               *
      *   2026-10-15  AS   Usulan induk cabang (jenis C) dicetak   *
      *                    dengan nama, wilayah, batas jam kirim,  *
      *                    dan plafon harian.                      *
      *   2026-10-15  AS   Usulan rumus (jenis R) dicetak dengan   *
      *                    jumlah langkah lama/baru, dan setiap    *
      *                    langkah usulan (jenis L) sebagai baris  *
      *                    lanjutan di bawahnya (tidak dihitung).  *
      *   2026-10-15  AS   Nama field TUNDA usulan rumus dan       *
      *                    langkah diganti awalan TM-/TG-          *
      *                    (tidak lagi memakai TR-/TL-).           *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
      *----------------------------------------------------------*
      * LAYOUT RECORD HARUS SAMA DENGAN FD TUNDA-FILE DI PROGRAM  *
      * CALCULATOR (TERMASUK SUSUNAN JENIS A - PETA AKUN GL,      *
      * JENIS J - JADWAL TETAP, JENIS C - INDUK CABANG, JENIS R - *
      * USULAN RUMUS, DAN JENIS L - LANGKAH USULAN RUMUS YANG     *
      * MENYUSUL TEPAT DI BELAKANG RECORD R-NYA).                 *
      *----------------------------------------------------------*
       FD  TUNDA-FILE.
       01  TUNDA-RECORD.
           02  TD-KUNCI-DATA.
               03  TD-DATA-KODE    PIC X(8).
               03  TD-DATA-MULAI   PIC X(8).
           02  TD-KUNCI-AKUN REDEFINES TD-KUNCI-DATA.
               03  TA-KODE         PIC X(12).
               03  TA-CABANG       PIC X(4).
           02  TD-KUNCI-JADWAL REDEFINES TD-KUNCI-DATA.
               03  TJ-CABANG       PIC X(4).
               03  TJ-NOMOR        PIC 9(3).
               03  FILLER          PIC X(9).
           02  TD-KUNCI-CABANG REDEFINES TD-KUNCI-DATA.
               03  TC-KODE         PIC X(4).
               03  FILLER          PIC X(12).
           02  TD-KUNCI-RUMUS REDEFINES TD-KUNCI-DATA.
               03  TM-NAMA         PIC X(12).
               03  TM-CACAH        PIC 9(2).
               03  FILLER          PIC X(2).
           02  TD-KUNCI-LANGKAH REDEFINES TD-KUNCI-DATA.
               03  TG-NAMA         PIC X(12).
               03  TG-URUT         PIC 9(2).
               03  FILLER          PIC X(2).
           02  TD-ISI.
               03  TD-KETERANGAN   PIC X(30).
               03  TD-NILAI-LAMA   PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               03  TD-NILAI-BARU   PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               03  TD-LEVEL        PIC 9(1).
               03  TD-SANDI        PIC X(8).
               03  TD-BATAS        PIC 9(7)V99.
           02  TD-ISI-AKUN REDEFINES TD-ISI.
               03  TA-JENIS-PETA   PIC X(1).
               03  TA-LAMA.
                   04  TA-LAMA-DEBET   PIC X(10).
                   04  TA-LAMA-KREDIT  PIC X(10).
                   04  TA-LAMA-PUSAT   PIC X(8).
               03  TA-BARU.
                   04  TA-BARU-DEBET   PIC X(10).
                   04  TA-BARU-KREDIT  PIC X(10).
                   04  TA-BARU-PUSAT   PIC X(8).
               03  FILLER          PIC X(11).
           02  TD-ISI-JADWAL REDEFINES TD-ISI.
               03  TJ-JENIS        PIC X(1).
               03  TJ-KODE-OPERASI PIC 9(1).
               03  TJ-RUMUS        PIC X(12).
               03  TJ-N1           PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               03  TJ-N2           PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               03  TJ-KONSTANTA    PIC X(8).
               03  TJ-FREKUENSI    PIC X(1).
               03  TJ-MULAI        PIC X(8).
               03  TJ-SAMPAI       PIC X(8).
               03  FILLER          PIC X(9).
           02  TD-ISI-CABANG REDEFINES TD-ISI.
               03  TC-NAMA         PIC X(30).
               03  TC-WILAYAH      PIC X(10).
               03  TC-BATAS-JAM    PIC 9(4).
               03  TC-PLAFON       PIC 9(13)V99.
               03  FILLER          PIC X(9).
           02  TD-ISI-RUMUS REDEFINES TD-ISI.
               03  TM-ASAL         PIC X(12).
               03  TM-CACAH-LAMA   PIC 9(2).
               03  FILLER          PIC X(54).
           02  TD-ISI-LANGKAH REDEFINES TD-ISI.
               03  TG-INDUK        PIC 9(7).
               03  TG-KODE-OPERASI PIC 9(1).
               03  TG-SUMBER-N2    PIC X(1).
               03  TG-NILAI        PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               03  TG-KODE-KONSTANTA PIC X(8).
               03  FILLER          PIC X(41).
           02  TD-PEMBUAT          PIC X(5).
           02  TD-PEMBUAT-TGL      PIC X(10).
           02  TD-PEMBUAT-JAM      PIC X(8).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BU-KUNCI PIC X(16).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BU-NILAI.
             03 BU-LAMA PIC -(7)9.99.
             03 FILLER PIC X(1) VALUE SPACE.
             03 BU-BARU PIC -(7)9.99.
          02 BU-NILAI-TEKS REDEFINES BU-NILAI PIC X(23).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BU-PEMBUAT PIC X(5).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BU-PEMERIKSA-TGL PIC X(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BU-PEMERIKSA-JAM PIC X(8).
      *----------------------------------------------------------*
      * BARIS LANJUTAN UNTUK USULAN YANG ISINYA BUKAN ANGKA       *
      * (PETA AKUN GL) : NILAI LAMA -> BARU DALAM BENTUK TEKS.    *
      *----------------------------------------------------------*
       01 BARIS-UBAH-RINCI.
          02 FILLER PIC X(10) VALUE SPACES.
          02 BUR-LABEL PIC X(12).
          02 BUR-LAMA PIC X(30).
          02 FILLER PIC X(4) VALUE ' -> '.
          02 BUR-BARU PIC X(30).
       01 BUJ-N1 PIC -(7)9.99.
       01 BUJ-N2 PIC -(7)9.99.
       01 BUC-PLAFON PIC Z(12)9.99.
       01 BARIS-RINGKAS-UBAH.
          02 BRU-LABEL PIC X(30).
          02 BRU-ANGKA PIC ZZZZZZ9.
               NOT AT END MOVE '00' TO STATUS-BACA-TUNDA
           END-READ.
       TULIS-SATU-UBAH.
      *    LANGKAH USULAN RUMUS BUKAN USULAN TERSENDIRI : DICETAK   *
      *    SEBAGAI BARIS LANJUTAN USULAN R DI DEPANNYA, TIDAK       *
      *    DIHITUNG.                                                *
           IF TD-JENIS = 'L'
               PERFORM TULIS-RINCI-LANGKAH
               PERFORM BACA-TUNDA
               GO TO TULIS-SATU-UBAH-EXIT
           END-IF.
           ADD 1 TO CACAH-DIBACA.
           EVALUATE TD-STATUS
               WHEN 'P' ADD 1 TO CACAH-MENUNGGU
           MOVE TD-AKSI TO BU-AKSI.
           MOVE TD-STATUS TO BU-STATUS.
           MOVE TD-KUNCI-DATA TO BU-KUNCI.
           IF TD-JENIS = 'A' OR TD-JENIS = 'J' OR TD-JENIS = 'C'
                   OR TD-JENIS = 'R'
               MOVE SPACES TO BU-NILAI-TEKS
           ELSE
               MOVE TD-NILAI-LAMA TO BU-LAMA
               MOVE TD-NILAI-BARU TO BU-BARU
           END-IF.
           MOVE TD-PEMBUAT TO BU-PEMBUAT.
           MOVE TD-PEMBUAT-TGL TO BU-PEMBUAT-TGL.
           MOVE TD-PEMBUAT-JAM TO BU-PEMBUAT-JAM.
           MOVE TD-PEMERIKSA-TGL TO BU-PEMERIKSA-TGL.
           MOVE TD-PEMERIKSA-JAM TO BU-PEMERIKSA-JAM.
           WRITE UBAH-RECORD FROM BARIS-UBAH.
           EVALUATE TD-JENIS
               WHEN 'A' PERFORM TULIS-RINCI-AKUN
               WHEN 'J' PERFORM TULIS-RINCI-JADWAL
                   THRU TULIS-RINCI-JADWAL-EXIT
               WHEN 'C' PERFORM TULIS-RINCI-CABANG
               WHEN 'R' PERFORM TULIS-RINCI-RUMUS
               WHEN OTHER CONTINUE
           END-EVALUATE.
           PERFORM BACA-TUNDA.
       TULIS-SATU-UBAH-EXIT.
           EXIT.
      *    PETA AKUN : JENIS PETA, LALU DEBET / KREDIT / PUSAT      *
      *    BIAYA LAMA DAN BARU (KOSONG UNTUK TAMBAH / NONAKTIF).    *
       TULIS-RINCI-AKUN.
           MOVE SPACES TO BUR-LABEL.
           STRING 'Peta akun ' TA-JENIS-PETA
               DELIMITED BY SIZE INTO BUR-LABEL.
           MOVE SPACES TO BUR-LAMA.
           MOVE SPACES TO BUR-BARU.
           IF TA-LAMA NOT = SPACES
               STRING TA-LAMA-DEBET '/' TA-LAMA-KREDIT '/'
                   TA-LAMA-PUSAT DELIMITED BY SIZE INTO BUR-LAMA
           END-IF.
           IF TA-BARU NOT = SPACES
               STRING TA-BARU-DEBET '/' TA-BARU-KREDIT '/'
                   TA-BARU-PUSAT DELIMITED BY SIZE INTO BUR-BARU
           END-IF.
           WRITE UBAH-RECORD FROM BARIS-UBAH-RINCI.
      *    JADWAL TETAP : USULAN HANYA MEMBAWA NILAI BARU (TAMBAH / *
      *    UBAH); NONAKTIF CUKUP KUNCINYA DI BARIS UTAMA.           *
       TULIS-RINCI-JADWAL.
           IF TD-AKSI = 'N'
               GO TO TULIS-RINCI-JADWAL-EXIT
           END-IF.
           MOVE 'Jadwal baru' TO BUR-LABEL.
           MOVE SPACES TO BUR-LAMA.
           MOVE SPACES TO BUR-BARU.
           IF TJ-JENIS = 'R'
               STRING 'Rumus ' TJ-RUMUS
                   DELIMITED BY SIZE INTO BUR-BARU
           ELSE
               STRING 'Operasi ' TJ-KODE-OPERASI ' Konst '
                   TJ-KONSTANTA DELIMITED BY SIZE INTO BUR-BARU
           END-IF.
           WRITE UBAH-RECORD FROM BARIS-UBAH-RINCI.
           MOVE SPACES TO BUR-LABEL.
           MOVE SPACES TO BUR-BARU.
           MOVE TJ-N1 TO BUJ-N1.
           MOVE TJ-N2 TO BUJ-N2.
           STRING 'N1' BUJ-N1 ' N2' BUJ-N2
               DELIMITED BY SIZE INTO BUR-BARU.
           WRITE UBAH-RECORD FROM BARIS-UBAH-RINCI.
           MOVE SPACES TO BUR-BARU.
           STRING 'Frek ' TJ-FREKUENSI ' ' TJ-MULAI ' s/d ' TJ-SAMPAI
               DELIMITED BY SIZE INTO BUR-BARU.
           WRITE UBAH-RECORD FROM BARIS-UBAH-RINCI.
       TULIS-RINCI-JADWAL-EXIT.
           EXIT.
      *    INDUK CABANG : NILAI YANG DIUSULKAN (TAMBAH / UBAH) ATAU *
      *    NILAI SAAT DINONAKTIFKAN.                                *
       TULIS-RINCI-CABANG.
           IF TD-AKSI = 'N'
               MOVE 'Cabang' TO BUR-LABEL
           ELSE
               MOVE 'Cabang baru' TO BUR-LABEL
           END-IF.
           MOVE SPACES TO BUR-LAMA.
           MOVE TC-NAMA TO BUR-BARU.
           WRITE UBAH-RECORD FROM BARIS-UBAH-RINCI.
           MOVE SPACES TO BUR-LABEL.
           MOVE SPACES TO BUR-BARU.
           STRING 'Wilayah ' TC-WILAYAH ' Jam ' TC-BATAS-JAM
               DELIMITED BY SIZE INTO BUR-BARU.
           WRITE UBAH-RECORD FROM BARIS-UBAH-RINCI.
           MOVE SPACES TO BUR-BARU.
           MOVE TC-PLAFON TO BUC-PLAFON.
           STRING 'Plafon ' BUC-PLAFON
               DELIMITED BY SIZE INTO BUR-BARU.
           WRITE UBAH-RECORD FROM BARIS-UBAH-RINCI.
      *    USULAN RUMUS : JUMLAH LANGKAH SEKARANG (URUT ULANG /     *
      *    NONAKTIF) DAN ISI USULANNYA; LANGKAHNYA MENYUSUL.        *
       TULIS-RINCI-RUMUS.
           MOVE 'Rumus' TO BUR-LABEL.
           MOVE SPACES TO BUR-LAMA.
           MOVE SPACES TO BUR-BARU.
           IF TD-AKSI = 'U' OR TD-AKSI = 'N'
               STRING TM-CACAH-LAMA ' langkah'
                   DELIMITED BY SIZE INTO BUR-LAMA
           END-IF.
           EVALUATE TD-AKSI
               WHEN 'T'
                   STRING 'Tambah ' TM-CACAH ' langkah'
                       DELIMITED BY SIZE INTO BUR-BARU
               WHEN 'S'
                   STRING 'Salin ' TM-ASAL ' ' TM-CACAH ' langkah'
                       DELIMITED BY SIZE INTO BUR-BARU
               WHEN 'U'
                   STRING 'Urut ulang ' TM-CACAH ' langkah'
                       DELIMITED BY SIZE INTO BUR-BARU
               WHEN 'N'
                   MOVE 'Nonaktif (langkah dihapus)' TO BUR-BARU
               WHEN OTHER CONTINUE
           END-EVALUATE.
           WRITE UBAH-RECORD FROM BARIS-UBAH-RINCI.
       TULIS-RINCI-LANGKAH.
           MOVE SPACES TO BUR-LABEL.
           STRING 'Langkah ' TG-URUT
               DELIMITED BY SIZE INTO BUR-LABEL.
           MOVE SPACES TO BUR-LAMA.
           STRING 'usulan ' TG-INDUK
               DELIMITED BY SIZE INTO BUR-LAMA.
           MOVE SPACES TO BUR-BARU.
           MOVE TG-NILAI TO BUJ-N1.
           STRING 'Op ' TG-KODE-OPERASI ' ' TG-SUMBER-N2 ' ' BUJ-N1
               ' ' TG-KODE-KONSTANTA DELIMITED BY SIZE INTO BUR-BARU.
           WRITE UBAH-RECORD FROM BARIS-UBAH-RINCI.
