      *                    file) ke file bawaan BAWAAN supaya ikut *
      *                    keluar lagi pada ekstrak berikutnya,    *
      *                    bukan hilang diam-diam.                 *
      *   2026-10-15  AS   Record HASILOUT/BAWAAN mengikuti        *
      *                    tambahan kode konstanta, nama rumus,    *
      *                    dan cabang di program CALCULATOR (81).  *
      *   2026-10-15  AS   Record HASILOUT/BAWAAN mengikuti        *
      *                    tanda pembatalan/koreksi di program     *
      *                    CALCULATOR (93).                        *
      *   2026-10-15  AS   Record HASILOUT mengikuti rincian       *
      *                    periode jadwal angsuran (124).          *
      *----------------------------------------------------------*
      *----------------------------------------------------------*
      * LAYOUT FILE BALASAN (DISEPAKATI DENGAN TIM UPLOAD GL) :   *
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
      * RECORD TRAILER DAN RECORD TOLAKAN MENUMPANG AREA RECORD   *
      * YANG SAMA, DIKENALI DARI HURUF DI KOLOM 1 - POLA YANG     *
           02  BR-NOMOR            PIC 9(7).
           02  FILLER              PIC X(22).
       FD  BAWAAN-FILE.
       01  BAWAAN-RECORD           PIC X(124).
       FD  KONTROL-FILE.
       01  KONTROL-RECORD          PIC X(80).
       WORKING-STORAGE SECTION.
