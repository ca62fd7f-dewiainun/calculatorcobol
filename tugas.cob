      *                    dan run lanjutan menulis ulang baris        *
      *                    '=== MASUK' bersama judul sesinya sesudah   *
      *                    AUDIT dipangkas.                            *
      *   2026-10-15  AS   Register kiriman cabang (file KIRIMAN) :    *
      *                    setiap blok header/trailer yang sudah       *
      *                    diposting dicatat dengan kunci cabang +     *
      *                    tanggal header + cacah dan hash trailer.    *
      *                    Blok yang sama yang dikirim lagi ditolak    *
      *                    utuh ke TOLAKAN (alasan 5, kiriman dobel)   *
      *                    dan ditandai di LAPORAN; supervisor bisa    *
      *                    melepas blok yang memang kiriman ulang sah  *
      *                    lewat pilihan D submenu pemeliharaan.       *
      *   2026-10-15  AS   Segel AUDIT : setiap baris AUDIT (rincian   *
      *                    maupun baris '===') kini membawa nomor      *
      *                    urut, segel baris sebelumnya, dan segelnya  *
      *                    sendiri di kolom 201-232, dihitung dari isi *
      *                    baris dan segel sebelumnya. AUDIT-RECORD    *
      *                    dan PULIH-RECORD dilebarkan ke 240. Ujung   *
      *                    rantai diambil dari baris terakhir AUDIT    *
      *                    saat dibuka dan sesudah dipangkas; rantai   *
      *                    diperiksa program PERIKSA-SEGEL.            *
      *   2026-10-15  AS   Peta akun GL (file AKUNGL) : akun debet,    *
      *                    akun kredit, dan pusat biaya per kode       *
      *                    operasi / kode konstanta / nama rumus,      *
      *                    boleh per cabang, dipelihara lewat pilihan  *
      *                    A submenu pemeliharaan dan antrean usulan   *
      *                    TUNDA (jenis A). HASILOUT ditambah kode     *
      *                    konstanta, nama rumus, dan cabang di        *
      *                    belakang record untuk program JURNAL-GL.    *
      *   2026-10-15  AS   Jadwal tetap (file JADWAL) : hitungan       *
      *                    berulang per cabang, dipelihara lewat       *
      *                    pilihan J submenu pemeliharaan dan antrean  *
      *                    usulan TUNDA (jenis J), dibuat menjadi blok *
      *                    TRANSIN oleh program JADWAL-TETAP. Mode     *
      *                    batch menerima rincian rumus (tipe R) yang  *
      *                    dihitung mesin rumus pilihan 9; rumus       *
      *                    gagal ditolak dengan alasan 6.              *
      *   2026-10-15  AS   Induk cabang (file CABANG) : nama,          *
      *                    wilayah, batas jam kirim, dan plafon        *
      *                    harian, dipelihara lewat pilihan C submenu  *
      *                    pemeliharaan dan antrean usulan TUNDA       *
      *                    (jenis C). Batch menolak cabang tidak       *
      *                    dikenal/nonaktif (alasan 7), kiriman        *
      *                    lewat batas jam (alasan 8), dan rincian     *
      *                    yang melewati plafon harian (alasan 9).     *
      *                    Header TRANSIN diberi cap waktu kirim dan   *
      *                    kode sumber; nama cabang dicetak pada       *
      *                    subtotal cabang.                            *
      *   2026-10-15  AS   Tutup hari (file kontrol TUTUPHARI dari     *
      *                    program TUTUP-HARI) : baris AUDIT dan       *
      *                    HASILOUT kini memakai tanggal posting -     *
      *                    tanggal sistem, atau hari terbuka           *
      *                    berikutnya bila hari itu sudah ditutup,     *
      *                    sehingga hitungan terlambat tidak masuk     *
      *                    ke hari yang sudah ditandatangani.          *
      *                    Supervisor bisa membuka kembali hari        *
      *                    tertutup lewat pilihan H submenu            *
      *                    pemeliharaan; pembukaan dicatat sebagai     *
      *                    baris '=== BUKA' di AUDIT.                  *
      *   2026-10-15  AS   Pembatalan dan koreksi hitungan:            *
      *                    menu 0 'B' memilih baris AUDIT seperti      *
      *                    menu 6, menulis baris lawan bertanda B      *
      *                    (urut segel asli + kode alasan) ke          *
      *                    LAPORAN, AUDIT, dan HASILOUT, lalu          *
      *                    opsional hitungan koreksi bertanda K.       *
      *                    TRANSIN menerima record pembatalan B        *
      *                    (tolakan alasan A). LAPORAN mencetak        *
      *                    Jumlah Pembatalan terpisah. HASILOUT        *
      *                    dilebarkan ke 93, cekpoin ke 420.           *
      *   2026-10-15  AS   Jadwal angsuran pinjaman (menu A dan        *
      *                    record TRANSIN tipe A) : pokok, kode        *
      *                    tarif bunga, tenor, tanggal mulai;          *
      *                    tarif dicari per jatuh tempo, sisa          *
      *                    pembulatan di angsuran terakhir. Satu       *
      *                    baris AUDIT ringkasan, satu HASILOUT        *
      *                    per periode. HASILOUT 124, cekpoin 440.     *
      *   2026-10-15  AS   Pemeliharaan rumus (menu 0 'R'): tambah,    *
      *                    salin, urut ulang, dan nonaktif rumus       *
      *                    lewat usulan TUNDA jenis R dengan record    *
      *                    langkah jenis L; langkah diperiksa (urut,   *
      *                    kode operasi, sumber, konstanta ada)        *
      *                    sebelum diajukan dan saat disetujui. Uji    *
      *                    jalan tanpa posting oleh pembuat maupun     *
      *                    pemeriksa, memakai HITUNG-LANGKAH-KERJA     *
      *                    yang dipisah dari JALANKAN-SATU-LANGKAH.    *
      *   2026-10-15  AS   Nama field TUNDA usulan rumus dan           *
      *                    langkah diganti awalan TM-/TG-              *
      *                    (tidak lagi memakai TR-/TL-).               *
      *   2026-10-15  AS   Rincian batch tanpa tanggal terbuka         *
      *                    ditolak ke TOLAKAN alasan C sebelum         *
      *                    plafon cabang, dihitung Ditolak - Hari      *
      *                    Tertutup (juga di cekpoin). Menu 0          *
      *                    diberi label Pemeliharaan / Supervisor.     *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRANS-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-TRANS-FILE.
      *    TRANSIN YANG SAMA DIBACA KEDUA KALI SEBAGAI PENGINTIP :   *
      *    SEWAKTU HEADER CABANG DITEMUKAN, TRAILER BLOK ITU DICARI *
      *    LEBIH DULU SUPAYA KIRIMAN DOBEL DIKENALI SEBELUM SATU    *
      *    RINCIAN PUN DIPOSTING.                                   *
           SELECT LIHAT-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LIHAT.
           SELECT REPORT-FILE ASSIGN TO "LAPORAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATUS-LAPORAN.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-NOMOR
               FILE STATUS IS STATUS-TUNDA.
      *----------------------------------------------------------*
      * REGISTER KIRIMAN CABANG : SATU RECORD PER BLOK CABANG     *
      * YANG SUDAH DIPOSTING, BERKUNCI CABANG + TANGGAL HEADER +  *
      * CACAH DAN HASH TRAILER. BLOK DENGAN KUNCI YANG SAMA       *
      * DITOLAK SEBAGAI KIRIMAN DOBEL KECUALI DILEPAS SUPERVISOR. *
      *----------------------------------------------------------*
           SELECT KIRIMAN-FILE ASSIGN TO "KIRIMAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KR-KUNCI
               FILE STATUS IS STATUS-KIRIMAN.
      *----------------------------------------------------------*
      * PETA AKUN GL : AKUN DEBET, AKUN KREDIT, DAN PUSAT BIAYA   *
      * UNTUK SETIAP HITUNGAN DI HASILOUT, DIPAKAI PROGRAM        *
      * JURNAL-GL. DIPELIHARA LEWAT ANTREAN USULAN TUNDA.         *
      *----------------------------------------------------------*
           SELECT AKUN-FILE ASSIGN TO "AKUNGL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AG-KUNCI
               FILE STATUS IS STATUS-AKUN.
      *----------------------------------------------------------*
      * JADWAL TETAP : HITUNGAN BERULANG PER CABANG YANG DIBUAT   *
      * MENJADI BLOK TRANSIN OLEH PROGRAM JADWAL-TETAP.           *
      * DIPELIHARA LEWAT ANTREAN USULAN TUNDA.                    *
      *----------------------------------------------------------*
           SELECT JADWAL-FILE ASSIGN TO "JADWAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JW-KUNCI
               FILE STATUS IS STATUS-JADWAL.
      *----------------------------------------------------------*
      * INDUK CABANG : CABANG PENGIRIM YANG SAH BESERTA BATAS     *
      * JAM KIRIM DAN PLAFON NILAI HARIANNYA. DIPELIHARA LEWAT    *
      * ANTREAN USULAN TUNDA.                                     *
      *----------------------------------------------------------*
           SELECT CABANG-FILE ASSIGN TO "CABANG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-KODE
               FILE STATUS IS STATUS-CABANG.
      *----------------------------------------------------------*
      * KONTROL TUTUP HARI : TANGGAL BISNIS YANG SUDAH DITUTUP    *
      * PROGRAM TUTUP-HARI TIDAK LAGI MENERIMA POSTING. SUPERVISOR *
      * BISA MEMBUKANYA KEMBALI LEWAT PILIHAN H PEMELIHARAAN.     *
      *----------------------------------------------------------*
           SELECT TUTUP-FILE ASSIGN TO "TUTUPHARI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HT-TANGGAL
               FILE STATUS IS STATUS-TUTUP.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
      *----------------------------------------------------------*
      * RECORD KONTROL KIRIMAN CABANG, DIKENALI DARI HURUF DI     *
      * KOLOM 1 (RECORD RINCIAN SELALU DIAWALI ANGKA) :           *
      *   H = HEADER  : CABANG PENGIRIM DAN TANGGAL DIBUAT, CAP   *
      *       WAKTU KIRIM (TANGGAL DAN JAM DIKIRIM CABANG) DAN    *
      *       SUMBER BLOK (J = DIBUAT JADWAL-TETAP DI KANTOR      *
      *       PUSAT, TIDAK TERKENA BATAS JAM KIRIM CABANG)        *
      *   T = TRAILER : CACAH RINCIAN DAN HASH TOTAL TR-N1        *
      *   R = RINCIAN RUMUS : NAMA RUMUS, NILAI 1 DAN NILAI 2     *
      *       AWAL. IKUT DIHITUNG SEBAGAI RINCIAN DI TRAILER      *
      *       (CACAH) DAN HASH-NYA MEMAKAI NILAI 1 AWALNYA.       *
      *   B = PEMBATALAN : TANGGAL POSTING, NILAI 1, NILAI 2,     *
      *       DAN KODE OPERASI HITUNGAN ASLI CABANG ITU, PLUS     *
      *       KODE ALASAN. BARIS AUDIT ASLI YANG BELUM DIBATALKAN *
      *       DICARI DAN DIBALIK. DIHITUNG SEBAGAI RINCIAN DI     *
      *       TRAILER DENGAN HASH NILAI 1.                        *
      *   A = JADWAL ANGSURAN : POKOK, KODE KONSTANTA TARIF       *
      *       BUNGA, TENOR (BULAN), DAN TANGGAL MULAI. SATU        *
      *       RINCIAN DI TRAILER DENGAN HASH = POKOK.              *
      *----------------------------------------------------------*
       01  TRANS-HEADER.
           02  TH-TIPE             PIC X(1).
           02  TH-CABANG           PIC X(4).
           02  TH-TANGGAL          PIC X(8).
           02  TH-KIRIM-TANGGAL    PIC X(8).
           02  TH-KIRIM-JAM.
               03  TH-KIRIM-JJMM   PIC 9(4).
               03  TH-KIRIM-DETIK  PIC 9(2).
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
       01  TRANS-BATAL.
           02  TRB-TIPE            PIC X(1).
           02  TRB-TANGGAL         PIC X(8).
           02  TRB-N1              PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  TRB-N2              PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  TRB-KODE-OPERASI    PIC 9(1).
           02  TRB-ALASAN          PIC X(2).
           02  FILLER              PIC X(5).
       01  TRANS-ANGSURAN.
           02  TRA-TIPE            PIC X(1).
           02  TRA-POKOK           PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  TRA-KODE-KONSTANTA  PIC X(8).
           02  TRA-TENOR           PIC 9(3).
           02  TRA-MULAI           PIC X(8).
           02  FILLER              PIC X(7).
       FD  LIHAT-FILE.
       01  LIHAT-RECORD            PIC X(37).
       01  LIHAT-TRAILER.
           02  LT-TIPE             PIC X(1).
           02  LT-CACAH            PIC 9(7).
           02  LT-HASH-N1          PIC S9(13)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  FILLER              PIC X(13).
       FD  REPORT-FILE.
       01  REPORT-RECORD           PIC X(80).
      *----------------------------------------------------------*
      * BARIS AUDIT : KOLOM 1-200 ISI BARIS (RINCIAN ATAU JUDUL   *
      * '==='), KOLOM 201-232 SEGEL (LIHAT BARIS-AUDIT-SEGEL).    *
      * PROGRAM LAIN YANG MEMBACA AUDIT / ARSIP HARUS MEMAKAI     *
      * PANJANG RECORD YANG SAMA.                                 *
      *----------------------------------------------------------*
       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(240).
       FD  TOLAK-FILE.
       01  TOLAK-RECORD             PIC X(44).
       FD  CEKPOIN-FILE.
       01  CEKPOIN-RECORD           PIC X(440).
      *----------------------------------------------------------*
      * SATU KODE KONSTANTA BOLEH PUNYA BEBERAPA BARIS TARIF      *
      * BERTANGGAL : TARIF BERLAKU BILA MULAI <= TANGGAL HITUNG   *
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  HO-HASIL            PIC S9(14)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
      *    KODE KONSTANTA, NAMA RUMUS, DAN CABANG PENGIRIM (SAMA   *
      *    DENGAN AD-KONSTANTA / AD-RUMUS-NAMA / AD-CABANG) UNTUK  *
      *    MEMILIH PETA AKUN GL DI PROGRAM JURNAL-GL. DITAMBAHKAN  *
      *    DI BELAKANG SUPAYA KOLOM LAMA TIDAK BERGESER.           *
           02  HO-KONSTANTA        PIC X(8).
           02  HO-RUMUS            PIC X(12).
           02  HO-CABANG           PIC X(4).
      *    TANDA PEMBATALAN / KOREKSI, SAMA DENGAN AD-TANDA DI     *
      *    AUDIT : JENIS B = BARIS LAWAN (HASIL BERTANDA BALIK),   *
      *    K = HITUNGAN KOREKSI, SPASI = HITUNGAN BIASA; NOMOR     *
      *    URUT SEGEL BARIS AUDIT ASLI; KODE ALASAN.               *
           02  HO-TANDA.
               03  HO-JENIS        PIC X(1).
               03  HO-REF-URUT     PIC X(9).
               03  HO-ALASAN       PIC X(2).
      *    RINCIAN PERIODE JADWAL ANGSURAN (HO-JENIS A,            *
      *    HO-REF-URUT = URUT SEGEL BARIS RINGKASAN DI AUDIT) :    *
      *    NOMOR PERIODE,                                          *
      *    JATUH TEMPO, BUNGA, DAN POKOK. HO-N1 = SALDO AWAL,      *
      *    HO-N2 = TARIF, HO-HASIL = ANGSURAN. SPASI UNTUK RECORD  *
      *    LAIN.                                                   *
           02  HO-ANGSURAN.
               03  HO-PERIODE      PIC 9(3).
               03  HO-JATUH-TEMPO  PIC X(8).
               03  HO-BUNGA        PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
               03  HO-POKOK        PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
      *----------------------------------------------------------*
      * FILE INDUK OPERATOR : ID SAH, NAMA LENGKAP, TINGKAT       *
      * WEWENANG (1 = OPERATOR BIASA, 2 = SUPERVISOR), STATUS     *
      * TERPOSTING DOBEL ATAU TERBAWA RUSAK.                      *
      *----------------------------------------------------------*
       FD  PULIH-FILE.
       01  PULIH-RECORD             PIC X(240).
      *----------------------------------------------------------*
      * SATU USULAN PERUBAHAN :                                   *
      *   JENIS  K = KONSTANTA, O = OPERATOR                      *
      * UNTUK UBAH OPERATOR (O/U) : SANDI SPASI = TETAP, LEVEL 0  *
      * = TETAP, DAN BYTE PERTAMA TD-DATA-MULAI = 'B' MENANDAI    *
      * BATAS IKUT DIGANTI (NILAI LAMA/BARU MEMUAT BATASNYA).     *
      * JENIS A = PETA AKUN GL : KUNCI DAN ISINYA MEMAKAI SUSUNAN *
      * TD-KUNCI-AKUN / TD-ISI-AKUN (PANJANG RECORD TETAP).       *
      * JENIS J = JADWAL TETAP : SUSUNAN TD-KUNCI-JADWAL /        *
      * TD-ISI-JADWAL, ISINYA NILAI BARU SELURUH JADWAL (UNTUK    *
      * NONAKTIF CUKUP KUNCINYA).                                 *
      * JENIS C = INDUK CABANG : SUSUNAN TD-KUNCI-CABANG /        *
      * TD-ISI-CABANG, ISINYA NILAI BARU (NONAKTIF CUKUP KODE).   *
      * JENIS R = RUMUS : SUSUNAN TD-KUNCI-RUMUS / TD-ISI-RUMUS,  *
      *   AKSI T = TAMBAH, S = SALIN, U = URUT ULANG, N =         *
      *   NONAKTIF (SELURUH LANGKAH DIHAPUS). LANGKAH BARUNYA     *
      *   MENYUSUL SEBAGAI RECORD JENIS L (TD-KUNCI-LANGKAH /     *
      *   TD-ISI-LANGKAH), SATU PER LANGKAH, BERSTATUS L DAN      *
      *   MENUNJUK NOMOR USULAN R-NYA. RECORD L BUKAN USULAN      *
      *   TERSENDIRI; IKUT DITERAPKAN UTUH BERSAMA USULAN R-NYA.  *
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
           02  TD-PEMERIKSA        PIC X(5).
           02  TD-PEMERIKSA-TGL    PIC X(10).
           02  TD-PEMERIKSA-JAM    PIC X(8).
      *----------------------------------------------------------*
      * SATU BLOK KIRIMAN CABANG YANG SUDAH DIPOSTING :           *
      *   STATUS P = TERPOSTING (KIRIMAN BERKUNCI SAMA DITOLAK)   *
      *          L = DILEPAS SUPERVISOR, KIRIMAN ULANG BERIKUTNYA *
      *              BOLEH DIPOSTING SEKALI LAGI                  *
      * SIDIK TRANSIN DAN NOMOR RECORD HEADER MENGENALI BLOK      *
      * YANG DIPROSES ULANG OLEH RUN LANJUTAN DARI CEKPOIN,       *
      * SUPAYA TIDAK DIANGGAP KIRIMAN DOBEL OLEH RUN ITU SENDIRI. *
      *----------------------------------------------------------*
       FD  KIRIMAN-FILE.
       01  KIRIMAN-RECORD.
           02  KR-KUNCI.
               03  KR-CABANG       PIC X(4).
               03  KR-TANGGAL      PIC X(8).
               03  KR-CACAH        PIC 9(7).
               03  KR-HASH-N1      PIC S9(13)V99
                                    SIGN IS TRAILING SEPARATE CHARACTER.
           02  KR-STATUS           PIC X(1).
           02  KR-KALI             PIC 9(3).
           02  KR-OPERATOR         PIC X(5).
           02  KR-POSTING-TGL      PIC X(10).
           02  KR-POSTING-JAM      PIC X(8).
           02  KR-SIDIK            PIC X(37).
           02  KR-RECORD-HEADER    PIC 9(7).
           02  KR-PELEPAS          PIC X(5).
           02  KR-LEPAS-TGL        PIC X(10).
           02  KR-LEPAS-JAM        PIC X(8).
      *----------------------------------------------------------*
      * SATU PETA AKUN GL. KUNCI = JENIS + KODE + CABANG :        *
      *   JENIS O = KODE OPERASI (1-9 DI KOLOM PERTAMA KODE)      *
      *         K = KODE KONSTANTA (AD-KONSTANTA)                 *
      *         R = NAMA RUMUS (AD-RUMUS-NAMA)                    *
      *   CABANG SPASI = BERLAKU UNTUK SEMUA CABANG; PETA         *
      *   BERCABANG MENDAHULUI PETA SEMUA CABANG.                 *
      * JURNAL-GL MENCARI RUMUS, LALU KONSTANTA, LALU KODE        *
      * OPERASI; PETA NONAKTIF (AG-AKTIF N) DILEWATI.             *
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
      *----------------------------------------------------------*
      * SATU HITUNGAN TETAP. KUNCI = CABANG + NOMOR URUT, JADI    *
      * JADWAL SATU CABANG BERURUTAN DAN MENJADI SATU BLOK        *
      * TRANSIN. JENIS O = KODE OPERASI 1-8 DENGAN NILAI 2 ATAU   *
      * KODE KONSTANTA, R = NAMA RUMUS DENGAN NILAI 1/2 AWAL.     *
      * FREKUENSI H = HARIAN, M = MINGGUAN (HARI YANG SAMA        *
      * DENGAN TANGGAL MULAI), B = BULANAN (TANGGAL YANG SAMA     *
      * DENGAN TANGGAL MULAI, ATAU AKHIR BULAN BILA BULANNYA      *
      * LEBIH PENDEK), A = SETIAP AKHIR BULAN. TANGGAL TTTTBBHH;  *
      * SAMPAI 99999999 = TERBUKA. JW-TERAKHIR = TANGGAL JATUH    *
      * TEMPO TERAKHIR YANG SUDAH DIBUAT (SPASI = BELUM PERNAH),  *
      * DIMAJUKAN HANYA OLEH JADWAL-TETAP.                        *
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
      * SATU CABANG PENGIRIM. AKTIF A/N. BATAS JAM KIRIM JJMM     *
      * (0 = TANPA BATAS) DAN PLAFON NILAI POSTING SEHARI (0 =    *
      * TANPA PLAFON). POSTING HARIAN = JUMLAH HASIL MUTLAK YANG  *
      * SUDAH DIPOSTING BATCH UNTUK TANGGAL HEADER CB-POSTING-TGL *
      * (HANYA TANGGAL TERAKHIR YANG DISIMPAN); SIDIK FILE,       *
      * NOMOR RECORD HEADER, DAN NILAI BLOK TERAKHIR MENCEGAH     *
      * BLOK YANG DIPROSES ULANG RUN LANJUTAN TERHITUNG DUA KALI. *
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
      *----------------------------------------------------------*
      * LAYOUT RECORD HARUS SAMA DENGAN FD TUTUP-FILE DI PROGRAM  *
      * TUTUP-HARI. STATUS T = TERTUTUP, B = DIBUKA KEMBALI.      *
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
       WORKING-STORAGE SECTION.
       01 MASUKAN.
          02 N1 PIC S9(7)V99.
      *    SIDIKNYA TIDAK SAMA DENGAN FILE YANG SEDANG DIBACA      *
      *    (MISALNYA TRANSIN SUDAH DIGANTI KIRIMAN MALAM BERIKUT). *
          02 CP-SIDIK-TRANSIN PIC X(37).
      *    KEADAAN REGISTER KIRIMAN : BLOK YANG SEDANG BERJALAN     *
      *    (KUNCI HEADERNYA DAN APAKAH BLOK ITU KIRIMAN DOBEL)      *
      *    PLUS CACAH BLOK DAN RINCIAN YANG DITOLAK KARENA DOBEL.   *
          02 CP-ANGKA-KIRIMAN.
             03 CP-DITOLAK-DOBEL PIC 9(7).
             03 CP-CABANG-DOBEL PIC 9(7).
             03 CP-CABANG-RECORD-HEADER PIC 9(7).
          02 CP-CABANG-TANGGAL PIC X(8).
          02 CP-KIRIMAN-DOBEL PIC X(1).
      *    RINCIAN RUMUS (TIPE R) YANG DITOLAK KARENA RUMUSNYA      *
      *    TIDAK ADA ATAU LANGKAHNYA TIDAK SAH.                     *
          02 CP-DITOLAK-RUMUS PIC 9(7).
      *    INDUK CABANG : RINCIAN DITOLAK KARENA CABANG TIDAK SAH,  *
      *    KIRIMAN TERLAMBAT, ATAU PLAFON HARIAN, PLUS KEADAAN      *
      *    CABANG BLOK YANG SEDANG BERJALAN.                        *
          02 CP-ANGKA-CABANG.
             03 CP-DITOLAK-CABANG PIC 9(7).
             03 CP-DITOLAK-TELAT PIC 9(7).
             03 CP-DITOLAK-PLAFON PIC 9(7).
             03 CP-CABANG-PLAFON PIC 9(13)V99.
             03 CP-CABANG-NILAI-AWAL PIC 9(15)V99.
             03 CP-CABANG-NILAI-BLOK PIC 9(15)V99.
          02 CP-CABANG-ALASAN PIC X(1).
          02 CP-CABANG-NAMA PIC X(30).
      *    PEMBATALAN (TIPE B) YANG DIPOSTING DAN YANG DITOLAK.    *
          02 CP-ANGKA-BATAL.
             03 CP-BATAL PIC 9(7).
             03 CP-DITOLAK-BATAL PIC 9(7).
      *    JADWAL ANGSURAN (TIPE A) : JADWAL DAN PERIODE YANG      *
      *    DIPOSTING, DAN RINCIAN YANG DITOLAK KARENA TIDAK SAH.   *
          02 CP-ANGKA-ANGSURAN.
             03 CP-ANGSURAN PIC 9(7).
             03 CP-PERIODE-ANGSURAN PIC 9(7).
             03 CP-DITOLAK-ANGSURAN PIC 9(7).
      *    RINCIAN YANG DITOLAK KARENA TIDAK ADA TANGGAL POSTING   *
      *    YANG MASIH TERBUKA.                                     *
          02 CP-DITOLAK-TUTUP PIC 9(7).
       77 CEKPOIN-INTERVAL PIC 9(5) COMP VALUE 100.
       77 CACAH-SEJAK-CEKPOIN PIC 9(5) COMP VALUE 0.
       77 CP-LONCAT PIC 9(7) COMP VALUE 0.
      * TITIK PULIH SEBELUMNYA; SEWAKTU MULAI, RECORD SAH          *
      * TERAKHIR YANG DIPAKAI (BARIS BUNTUNG DIABAIKAN).          *
      *----------------------------------------------------------*
       01 CEKPOIN-TERSIMPAN PIC X(439).
       01 SIDIK-TRANSIN PIC X(37) VALUE SPACES.
       01 STATUS-PULIH PIC XX.
          88 PULIH-OK VALUE '00'.
             88 TOLAK-KODE-SALAH VALUE '2'.
             88 TOLAK-KONSTANTA-SALAH VALUE '3'.
             88 TOLAK-LEWAT-BATAS VALUE '4'.
             88 TOLAK-KIRIMAN-DOBEL VALUE '5'.
             88 TOLAK-RUMUS-GAGAL VALUE '6'.
             88 TOLAK-CABANG-SALAH VALUE '7'.
             88 TOLAK-TERLAMBAT VALUE '8'.
             88 TOLAK-LEWAT-PLAFON VALUE '9'.
             88 TOLAK-BATAL-GAGAL VALUE 'A'.
             88 TOLAK-ANGSURAN-SALAH VALUE 'B'.
             88 TOLAK-HARI-TUTUP VALUE 'C'.
          02 TL-NOMOR-RECORD PIC 9(7).
      *    TANDA 'UJI' UNTUK BARIS YANG DIHASILKAN MODE UJI,        *
      *    SUPAYA TOLAKAN PERCOBAAN TIDAK TERTUKAR DENGAN TOLAKAN   *
      *    RUN MALAM YANG SESUNGGUHNYA.                             *
          02 TL-TANDA PIC X(3).
          02 FILLER PIC X(4).
      *    RINCIAN RUMUS (TIPE R), PEMBATALAN (TIPE B), DAN          *
      *    ANGSURAN (TIPE A) LEBIH PANJANG DARI 29 KOLOM :           *
      *    SALINANNYA 33 KOLOM, ALASAN DAN NOMOR RECORD BERGESER     *
      *    KE BELAKANGNYA.                                          *
       01 BARIS-TOLAKAN-RUMUS REDEFINES BARIS-TOLAKAN.
          02 TLR-SALINAN-TRANSAKSI PIC X(33).
          02 TLR-ALASAN PIC X(1).
          02 TLR-NOMOR-RECORD PIC 9(7).
          02 TLR-TANDA PIC X(3).
       01 TOLAK-ALASAN-SIMPAN PIC X(1).
       01 STATUS-KONSTANTA PIC XX.
          88 KONSTANTA-OK VALUE '00'.
          88 KONSTANTA-BELUM-ADA VALUE '35'.
          88 AKSI-UBAH VALUE 'U' , 'u'.
          88 AKSI-NONAKTIF VALUE 'N' , 'n'.
          88 AKSI-BUKA-KUNCI VALUE 'B' , 'b'.
          88 AKSI-SALIN VALUE 'S' , 's'.
          88 AKSI-UJI VALUE 'J' , 'j'.
          88 AKSI-KEMBALI VALUE 'K' , 'k'.
       01 KONSTANTA-KERJA.
          02 KK-KODE PIC X(8).
          88 RAWAT-KE-KONSTANTA VALUE 'K' , 'k'.
          88 RAWAT-KE-OPERATOR VALUE 'O' , 'o'.
          88 RAWAT-KE-PERSETUJUAN VALUE 'P' , 'p'.
          88 RAWAT-KE-KIRIMAN VALUE 'D' , 'd'.
          88 RAWAT-KE-AKUN VALUE 'A' , 'a'.
          88 RAWAT-KE-JADWAL VALUE 'J' , 'j'.
          88 RAWAT-KE-CABANG VALUE 'C' , 'c'.
          88 RAWAT-KE-HARI VALUE 'H' , 'h'.
          88 RAWAT-KE-BATAL VALUE 'B' , 'b'.
          88 RAWAT-KE-RUMUS VALUE 'R' , 'r'.
      *----------------------------------------------------------*
      * FIELD UNTUK USULAN PERUBAHAN (MAKER-CHECKER)              *
      *----------------------------------------------------------*
          88 TUNDA-SETUJU VALUE 'S' , 's'.
          88 TUNDA-TOLAK VALUE 'X' , 'x'.
          88 TUNDA-BATAL VALUE 'K' , 'k'.
          88 TUNDA-UJI VALUE 'J' , 'j'.
       01 OPERATOR-KERJA.
          02 OK-ID PIC X(5).
          02 OK-NAMA PIC X(30).
          02 FILLER PIC X(4) VALUE ') = '.
          02 BLR-HASIL PIC -(14)9.99.
      *----------------------------------------------------------*
      * BARIS LAPORAN UNTUK PEMBATALAN : URUT SEGEL BARIS AUDIT   *
      * ASLI, KODE ALASAN, DAN HASIL LAWANNYA. TIDAK IKUT         *
      * DIHITUNG SEBAGAI TRANSAKSI BARU.                          *
      *----------------------------------------------------------*
       01 BARIS-LAPORAN-BATAL.
          02 FILLER PIC X(2) VALUE SPACES.
          02 BLB-OPERATOR PIC X(5).
          02 FILLER PIC X(12) VALUE ' BATAL URUT '.
          02 BLB-URUT PIC Z(8)9.
          02 FILLER PIC X(8) VALUE ' ALASAN '.
          02 BLB-ALASAN PIC X(2).
          02 FILLER PIC X(3) VALUE ' = '.
          02 BLB-HASIL PIC -(14)9.99.
      *----------------------------------------------------------*
      * BARIS LAPORAN UNTUK JADWAL ANGSURAN : SATU BARIS KEPALA   *
      * (POKOK, KODE TARIF, TENOR, TANGGAL MULAI), JUDUL KOLOM,   *
      * SATU BARIS PER PERIODE, LALU JUMLAH BUNGA DAN ANGSURAN.   *
      * BARIS PERIODE JUGA DIPAKAI UNTUK TAMPILAN LAYAR.          *
      *----------------------------------------------------------*
       01 BARIS-LAPORAN-ANGSURAN.
          02 FILLER PIC X(2) VALUE SPACES.
          02 BLA-OPERATOR PIC X(5).
          02 FILLER PIC X(10) VALUE ' ANGSURAN '.
          02 BLA-KONSTANTA PIC X(8).
          02 FILLER PIC X(7) VALUE ' POKOK '.
          02 BLA-POKOK PIC Z(7)9.99.
          02 FILLER PIC X(7) VALUE ' TENOR '.
          02 BLA-TENOR PIC ZZ9.
          02 FILLER PIC X(7) VALUE ' MULAI '.
          02 BLA-MULAI PIC X(10).
       01 JUDUL-LAPORAN-PERIODE.
          02 FILLER PIC X(6) VALUE '  Per '.
          02 FILLER PIC X(10) VALUE 'Tgl Jatuh'.
          02 FILLER PIC X(12) VALUE '  Saldo Awal'.
          02 FILLER PIC X(12) VALUE '       Bunga'.
          02 FILLER PIC X(12) VALUE '       Pokok'.
          02 FILLER PIC X(12) VALUE '    Angsuran'.
          02 FILLER PIC X(12) VALUE ' Saldo Akhir'.
       01 BARIS-LAPORAN-PERIODE.
          02 FILLER PIC X(2) VALUE SPACES.
          02 BLP-PERIODE PIC ZZ9.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BLP-JATUH-TEMPO PIC X(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 BLP-SALDO-AWAL PIC Z(7)9.99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BLP-BUNGA PIC Z(7)9.99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BLP-POKOK PIC Z(7)9.99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BLP-ANGSURAN PIC Z(7)9.99.
          02 FILLER PIC X(1) VALUE SPACE.
          02 BLP-SALDO-AKHIR PIC Z(7)9.99.
       01 BARIS-LAPORAN-ANGSURAN-TOTAL.
          02 FILLER PIC X(15) VALUE '  JUMLAH BUNGA '.
          02 BLT-BUNGA PIC Z(13)9.99.
          02 FILLER PIC X(17) VALUE '  JUMLAH ANGSURAN'.
          02 BLT-ANGSURAN PIC Z(13)9.99.
      *----------------------------------------------------------*
      * FIELD UNTUK JEJAK AUDIT (SATU BARIS PER HITUNGAN)         *
      *----------------------------------------------------------*
       01 WAKTU-SEKARANG.
          02 FILLER PIC X(1) VALUE SPACE.
          02 JAT-JAM PIC X(8).
          02 FILLER PIC X(4) VALUE ' ==='.
      *    PEMBUKAAN KEMBALI HARI TERTUTUP : TANGGAL AKSI DI KOLOM *
      *    17-26 SEPERTI BARIS MASUK, DIIKUTI TANGGAL YANG DIBUKA  *
      *    DAN ALASANNYA.                                          *
       01 JUDUL-AUDIT-BUKA-HARI.
          02 FILLER PIC X(10) VALUE '=== BUKA '.
          02 JBH-OPERATOR PIC X(5).
          02 FILLER PIC X(1) VALUE SPACE.
          02 JBH-TANGGAL PIC X(10).
          02 FILLER PIC X(1) VALUE SPACE.
          02 JBH-JAM PIC X(8).
          02 FILLER PIC X(6) VALUE ' HARI '.
          02 JBH-HARI PIC X(10).
          02 FILLER PIC X(8) VALUE ' ALASAN '.
          02 JBH-ALASAN PIC X(30).
          02 FILLER PIC X(4) VALUE ' ==='.
       01 BARIS-AUDIT.
          02 AD-RINGKASAN.
             03 AD-OPERATOR PIC X(5).
      *    ID SUPERVISOR YANG MENYETUJUI HITUNGAN DI ATAS BATAS    *
      *    OPERATOR (SPASI KALAU TIDAK PERLU PERSETUJUAN).         *
          02 AD-PENYETUJU PIC X(5).
      *    PEMBATALAN DAN KOREKSI : JENIS B = BARIS LAWAN YANG     *
      *    MEMBALIK HASIL BARIS ASLI, K = HITUNGAN KOREKSI YANG    *
      *    DIPOSTING SESUDAH PEMBATALAN (SPASI = HITUNGAN BIASA),  *
      *    NOMOR URUT SEGEL BARIS ASLI YANG DIRUJUK, DAN KODE      *
      *    ALASAN PEMBATALAN.                                      *
          02 AD-TANDA.
             03 AD-JENIS PIC X(1).
                88 AD-PEMBATALAN VALUE 'B'.
                88 AD-KOREKSI VALUE 'K'.
                88 AD-ANGSURAN VALUE 'A'.
             03 AD-REF-URUT PIC 9(9).
             03 AD-ALASAN PIC X(2).
      *    BARIS RINGKASAN JADWAL ANGSURAN (JENIS A) : TENOR DAN   *
      *    TANGGAL MULAI MENGGANTIKAN URUT DAN ALASAN. BARIS INI   *
      *    MEWAKILI SEBANYAK TENOR RECORD HASILOUT.                *
          02 AD-TANDA-ANGSURAN REDEFINES AD-TANDA.
             03 FILLER PIC X(1).
             03 AD-TENOR PIC 9(3).
             03 AD-MULAI PIC X(8).
       01 STATUS-BACA-AUDIT PIC XX.
          88 AKHIR-AUDIT VALUE '10'.
      *----------------------------------------------------------*
      * SEGEL AUDIT : SETIAP BARIS YANG DITULIS KE AUDIT MEMBAWA  *
      * NOMOR URUT, SEGEL BARIS SEBELUMNYA (SAMBUNGAN RANTAI),    *
      * DAN SEGELNYA SENDIRI = SISA BAGI PRIMA DARI OLAHAN SETIAP *
      * KARAKTER ISI + URUT, DIMULAI DARI SEGEL SEBELUMNYA. BARIS *
      * YANG DIUBAH, DIHAPUS, ATAU DISISIPKAN MEMUTUS RANTAI DAN  *
      * DITEMUKAN OLEH PROGRAM PERIKSA-SEGEL. RUMUS SEGEL HARUS   *
      * SAMA DENGAN DI PERIKSA-SEGEL DAN ARSIP-AUDIT.             *
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
      *    UJUNG RANTAI : URUT DAN SEGEL BARIS AUDIT TERAKHIR.     *
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
      *----------------------------------------------------------*
      * TABEL RIWAYAT UNTUK MENU 6 (ULANGI HITUNGAN DARI AUDIT)   *
      *----------------------------------------------------------*
       01 TABEL-RIWAYAT.
             03 RW-RUMUS PIC X(12).
             03 RW-TANGGAL PIC X(10).
             03 RW-RINGKASAN PIC X(76).
      *    UNTUK PEMBATALAN : URUT SEGEL (0 = BARIS LAMA TANPA     *
      *    SEGEL ATAU TANPA HASIL MENTAH, TIDAK BISA DIBATALKAN),  *
      *    HASIL, KONSTANTA, CABANG, JENIS BARIS, DAN APAKAH       *
      *    SUDAH DIBATALKAN BARIS PEMBATALAN SESUDAHNYA.           *
             03 RW-URUT PIC 9(9).
             03 RW-HASIL PIC S9(14)V99.
             03 RW-KONSTANTA PIC X(8).
             03 RW-CABANG PIC X(4).
             03 RW-JENIS PIC X(1).
             03 RW-DIBATAL PIC X(1).
      *    JADWAL ANGSURAN : TENOR DAN TANGGAL MULAI, SUPAYA       *
      *    JADWALNYA BISA DIBUAT ULANG DARI RIWAYAT.               *
             03 RW-TENOR PIC 9(3).
             03 RW-MULAI PIC X(8).
       77 RW-JUMLAH-DETAIL PIC 9(5) COMP VALUE 0.
       77 RW-JUMLAH-DIMUAT PIC 9(5) COMP VALUE 0.
       77 RW-LONCAT PIC S9(5) COMP VALUE 0.
       77 RW-PILIHAN PIC 999 VALUE 0.
       77 RW-BARIS-LAYAR PIC 9(2) COMP VALUE 0.
       77 RW-IDX PIC 9(2) COMP VALUE 0.
       77 RW-CARI PIC 9(2) COMP VALUE 0.
       77 CACAH-PENJUMLAHAN PIC 9(7) COMP VALUE 0.
       77 CACAH-PENGURANGAN PIC 9(7) COMP VALUE 0.
       77 CACAH-PERKALIAN PIC 9(7) COMP VALUE 0.
       77 CACAH-DITOLAK-NOL PIC 9(7) COMP VALUE 0.
       77 CACAH-DITOLAK-KODE PIC 9(7) COMP VALUE 0.
       77 CACAH-DITOLAK-KONSTANTA PIC 9(7) COMP VALUE 0.
       77 CACAH-DITOLAK-RUMUS PIC 9(7) COMP VALUE 0.
       77 CACAH-DITOLAK-BATAS PIC 9(7) COMP VALUE 0.
       77 CACAH-DITOLAK-LAIN PIC 9(7) COMP VALUE 0.
       77 CACAH-DITOLAK-CABANG PIC 9(7) COMP VALUE 0.
       77 CACAH-DITOLAK-TELAT PIC 9(7) COMP VALUE 0.
       77 CACAH-DITOLAK-PLAFON PIC 9(7) COMP VALUE 0.
       77 CACAH-BATAL PIC 9(7) COMP VALUE 0.
       77 CACAH-DITOLAK-BATAL PIC 9(7) COMP VALUE 0.
       77 CACAH-ANGSURAN PIC 9(7) COMP VALUE 0.
       77 CACAH-PERIODE-ANGSURAN PIC 9(7) COMP VALUE 0.
       77 CACAH-DITOLAK-ANGSURAN PIC 9(7) COMP VALUE 0.
       77 CACAH-DITOLAK-TUTUP PIC 9(7) COMP VALUE 0.
       77 CACAH-RECORD-TRANSIN PIC 9(7) COMP VALUE 0.
      *----------------------------------------------------------*
      * REKONSILIASI KIRIMAN CABANG : SATU FILE TRANSIN BISA      *
          88 ADA-TRAILER VALUE 'Y'.
       01 SAKLAR-CABANG-TERBUKA PIC X VALUE 'T'.
          88 CABANG-TERBUKA VALUE 'Y'.
      *----------------------------------------------------------*
      * REGISTER KIRIMAN : HEADER BLOK YANG SEDANG BERJALAN       *
      * (TANGGAL DAN NOMOR RECORDNYA, NOL = BLOK TANPA HEADER)    *
      * DAN SAKLAR KIRIMAN DOBEL - SELURUH BLOK YANG DOBEL,       *
      * HEADER SAMPAI TRAILER, DIARAHKAN KE TOLAKAN ALASAN 5.     *
      * PENGINTIP TRANSIN HANYA BERJALAN MAJU, SELALU DI          *
      * BELAKANG ATAU SEJAJAR DENGAN PEMBACAAN UTAMA.             *
      *----------------------------------------------------------*
       01 STATUS-KIRIMAN PIC XX.
          88 KIRIMAN-OK VALUE '00'.
          88 KIRIMAN-BELUM-ADA VALUE '35'.
       01 STATUS-BACA-KIRIMAN PIC XX.
          88 AKHIR-KIRIMAN VALUE '10'.
       01 STATUS-LIHAT PIC XX.
          88 LIHAT-OK VALUE '00'.
       01 STATUS-BACA-LIHAT PIC XX.
          88 AKHIR-LIHAT VALUE '10'.
       77 CACAH-RECORD-LIHAT PIC 9(7) COMP VALUE 0.
       01 CABANG-TANGGAL PIC X(8) VALUE SPACES.
       77 CABANG-RECORD-HEADER PIC 9(7) COMP VALUE 0.
       01 SAKLAR-KIRIMAN-DOBEL PIC X VALUE 'T'.
          88 KIRIMAN-DOBEL VALUE 'Y'.
       01 SAKLAR-KIRIMAN-KETEMU PIC X VALUE 'T'.
          88 KIRIMAN-KETEMU VALUE 'Y'.
       01 SAKLAR-KIRIMAN-TERCATAT PIC X VALUE 'T'.
          88 KIRIMAN-TERCATAT VALUE 'Y'.
       77 CACAH-DITOLAK-DOBEL PIC 9(7) COMP VALUE 0.
       77 CACAH-CABANG-DOBEL PIC 9(7) COMP VALUE 0.
      *    DAFTAR REGISTER UNTUK LAYAR LEPAS KIRIMAN (PILIHAN D     *
      *    SUBMENU PEMELIHARAAN) : SATU LAYAR = 18 BLOK.            *
       01 LEPAS-CABANG PIC X(4) VALUE SPACES.
       01 LEPAS-TANGGAL PIC X(8) VALUE SPACES.
       01 TABEL-KIRIMAN.
          02 KD-ENTRI OCCURS 18 TIMES.
             03 KD-KUNCI PIC X(35).
       77 KD-JUMLAH PIC 9(2) COMP VALUE 0.
       77 KD-PILIHAN PIC 99 VALUE 0.
       77 KD-BARIS-LAYAR PIC 9(2) COMP VALUE 0.
       01 KR-HASH-CETAK PIC -(13)9.99.
       01 TEKS-KONTROL PIC X(60) VALUE SPACES.
       01 BARIS-KONTROL-HASH.
          02 BKH-LABEL PIC X(30).
          02 BKH-ANGKA PIC -(13)9.99.
      *----------------------------------------------------------*
      * PEMELIHARAAN PETA AKUN GL (PILIHAN A SUBMENU) : MASUKAN   *
      * LAYAR DAN HASIL PEMERIKSAANNYA SEBELUM DIUSULKAN.         *
      *----------------------------------------------------------*
       01 STATUS-AKUN PIC XX.
          88 AKUN-OK VALUE '00'.
          88 AKUN-BELUM-ADA VALUE '35'.
       01 STATUS-BACA-AKUN PIC XX.
          88 AKHIR-AKUN VALUE '10'.
       01 SAKLAR-AKUN-KETEMU PIC X VALUE 'T'.
          88 AKUN-KETEMU VALUE 'Y'.
       01 SAKLAR-AKUN-BERES PIC X VALUE 'Y'.
          88 AKUN-BERES VALUE 'Y'.
       77 AG-BARIS-LAYAR PIC 9(2) COMP VALUE 0.
       01 AKUN-KERJA.
          02 AK-KUNCI.
             03 AK-JENIS PIC X(1).
                88 PETA-OPERASI VALUE 'O'.
                88 PETA-KONSTANTA VALUE 'K'.
                88 PETA-RUMUS VALUE 'R'.
             03 AK-KODE PIC X(12).
             03 AK-CABANG PIC X(4).
          02 AK-DEBET PIC X(10).
          02 AK-KREDIT PIC X(10).
          02 AK-PUSAT PIC X(8).
      *----------------------------------------------------------*
      * PEMELIHARAAN JADWAL TETAP : MASUKAN LAYAR DAN HASIL       *
      * PEMERIKSAANNYA SEBELUM DIUSULKAN.                         *
      *----------------------------------------------------------*
       01 STATUS-JADWAL PIC XX.
          88 JADWAL-OK VALUE '00'.
          88 JADWAL-BELUM-ADA VALUE '35'.
       01 STATUS-BACA-JADWAL PIC XX.
          88 AKHIR-JADWAL VALUE '10'.
       01 SAKLAR-JADWAL-KETEMU PIC X VALUE 'T'.
          88 JADWAL-KETEMU VALUE 'Y'.
       01 SAKLAR-JADWAL-BERES PIC X VALUE 'Y'.
          88 JADWAL-BERES VALUE 'Y'.
       77 JW-BARIS-LAYAR PIC 9(2) COMP VALUE 0.
       01 JADWAL-KERJA.
          02 JK-KUNCI.
             03 JK-CABANG PIC X(4).
             03 JK-NOMOR PIC 9(3).
          02 JK-JENIS PIC X(1).
             88 JADWAL-OPERASI VALUE 'O'.
             88 JADWAL-RUMUS VALUE 'R'.
          02 JK-KODE-OPERASI PIC 9(1).
          02 JK-RUMUS PIC X(12).
          02 JK-N1 PIC S9(7)V99.
          02 JK-N2 PIC S9(7)V99.
          02 JK-KONSTANTA PIC X(8).
          02 JK-FREKUENSI PIC X(1).
             88 FREKUENSI-SAH VALUE 'H' 'M' 'B' 'A'.
          02 JK-MULAI PIC X(8).
          02 JK-SAMPAI PIC X(8).
      *    TANGGAL TTTTBBHH YANG SEDANG DIPERIKSA KEABSAHANNYA.     *
       01 TANGGAL-UJI.
          02 TU-TAHUN PIC 9(4).
          02 TU-BULAN PIC 9(2).
          02 TU-HARI PIC 9(2).
       01 SAKLAR-TANGGAL-SAH PIC X VALUE 'Y'.
          88 TANGGAL-SAH VALUE 'Y'.
       77 TU-AKHIR-BULAN PIC 9(2) COMP VALUE 0.
       77 TU-BAGI PIC 9(4) COMP VALUE 0.
       77 TU-SISA-4 PIC 9(4) COMP VALUE 0.
       77 TU-SISA-100 PIC 9(4) COMP VALUE 0.
       77 TU-SISA-400 PIC 9(4) COMP VALUE 0.
      *----------------------------------------------------------*
      * PEMELIHARAAN INDUK CABANG : MASUKAN LAYAR DAN HASIL       *
      * PEMERIKSAANNYA SEBELUM DIUSULKAN.                         *
      *----------------------------------------------------------*
       01 STATUS-CABANG PIC XX.
          88 CABANG-OK VALUE '00'.
          88 CABANG-BELUM-ADA VALUE '35'.
       01 STATUS-BACA-CABANG PIC XX.
          88 AKHIR-CABANG VALUE '10'.
       01 SAKLAR-CABANG-KETEMU PIC X VALUE 'T'.
          88 CABANG-KETEMU VALUE 'Y'.
       01 SAKLAR-CABANG-BERES PIC X VALUE 'Y'.
          88 CABANG-BERES VALUE 'Y'.
       77 CB-BARIS-LAYAR PIC 9(2) COMP VALUE 0.
       01 CABANG-KERJA.
          02 CK-KODE PIC X(4).
          02 CK-NAMA PIC X(30).
          02 CK-WILAYAH PIC X(10).
          02 CK-BATAS-JAM.
             03 CK-JAM PIC 9(2).
             03 CK-MENIT PIC 9(2).
          02 CK-PLAFON PIC 9(13)V99.
       01 CK-PLAFON-CETAK PIC Z(12)9.99.
      *----------------------------------------------------------*
      * INDUK CABANG UNTUK BLOK KIRIMAN YANG SEDANG DIPOSTING :   *
      * NAMA UNTUK BLOK SUBTOTAL, ALASAN TOLAK SELURUH BLOK       *
      * (7 = CABANG TIDAK DIKENAL/NONAKTIF, 8 = TERLAMBAT), DAN   *
      * PLAFON HARIAN : POSTING HARI ITU SEBELUM BLOK INI (AWAL)  *
      * DAN YANG DIPOSTING BLOK INI SENDIRI (BLOK).               *
      *----------------------------------------------------------*
       01 CABANG-NAMA PIC X(30) VALUE SPACES.
       01 CABANG-ALASAN-TOLAK PIC X VALUE SPACE.
          88 CABANG-SAH VALUE SPACE.
          88 CABANG-TIDAK-DIKENAL VALUE '7'.
          88 CABANG-TERLAMBAT VALUE '8'.
       01 CABANG-PLAFON PIC 9(13)V99 VALUE 0.
       01 CABANG-NILAI-AWAL PIC 9(15)V99 VALUE 0.
       01 CABANG-NILAI-BLOK PIC 9(15)V99 VALUE 0.
       01 CABANG-NILAI-UJI PIC S9(14)V99 VALUE 0.
       01 CABANG-NILAI-SESUDAH PIC S9(16)V99 VALUE 0.
       01 SAKLAR-DALAM-PLAFON PIC X VALUE 'Y'.
          88 DALAM-PLAFON VALUE 'Y'.
      *----------------------------------------------------------*
      * TUTUP HARI : TANGGAL POSTING BARIS AUDIT DAN HASILOUT     *
      * (TANGGAL SISTEM, ATAU HARI TERBUKA BERIKUTNYA BILA HARI   *
      * INI SUDAH DITUTUP), DAN MASUKAN LAYAR BUKA KEMBALI HARI.  *
      *----------------------------------------------------------*
       01 STATUS-TUTUP PIC XX.
          88 TUTUP-OK VALUE '00'.
          88 TUTUP-BELUM-ADA VALUE '35'.
       01 SAKLAR-HARI-TERTUTUP PIC X VALUE 'T'.
          88 HARI-TERTUTUP VALUE 'Y'.
       01 SAKLAR-POSTING-BUKA PIC X VALUE 'Y'.
          88 POSTING-BUKA VALUE 'Y'.
       01 TANGGAL-POSTING PIC X(8) VALUE SPACES.
       01 TANGGAL-POSTING-CETAK PIC X(10) VALUE SPACES.
       01 TANGGAL-GESER-DIUMUMKAN PIC X(8) VALUE SPACES.
       77 POSTING-GESER PIC 9(2) COMP VALUE 0.
       01 BUKA-HARI-TANGGAL PIC X(8) VALUE SPACES.
       01 BUKA-HARI-ALASAN PIC X(30) VALUE SPACES.
      *----------------------------------------------------------*
      * PEMBATALAN DAN KOREKSI : TANDA YANG IKUT DITULIS KE       *
      * AUDIT DAN HASILOUT OLEH POSTING BERIKUTNYA (DIKOSONGKAN   *
      * LAGI SESUDAH DITULIS DAN SETIAP KEMBALI KE MENU), KODE    *
      * ALASAN, DAN BARIS AUDIT ASLI YANG DIBATALKAN.             *
      * ALASAN : 01 SALAH NILAI, 02 SALAH OPERASI, 03 SALAH       *
      * KONSTANTA/TARIF, 04 DOBEL, 05 SALAH CABANG, 09 LAINNYA.   *
      *----------------------------------------------------------*
       01 TANDA-POSTING VALUE SPACES.
          02 TP-JENIS PIC X(1).
          02 TP-REF-URUT PIC X(9).
          02 TP-ALASAN PIC X(2).
       01 TANDA-POSTING-ANGSURAN REDEFINES TANDA-POSTING.
          02 FILLER PIC X(1).
          02 TP-TENOR PIC 9(3).
          02 TP-MULAI PIC X(8).
       01 ALASAN-BATAL PIC 9(2) VALUE 0.
          88 ALASAN-BATAL-SAH VALUES 1 THRU 5, 9.
       01 SAKLAR-KOREKSI PIC A VALUE SPACE.
          88 KOREKSI-YA VALUE 'Y' , 'y'.
       01 SAKLAR-BATAL-TERPOSTING PIC X VALUE 'T'.
          88 BATAL-TERPOSTING VALUE 'Y'.
       01 BATAL-ASLI.
          02 BA-URUT PIC 9(9).
          02 BA-N1 PIC S9(7)V99.
          02 BA-N2 PIC S9(7)V99.
          02 BA-KODE PIC 9(1).
          02 BA-KONSTANTA PIC X(8).
          02 BA-RUMUS PIC X(12).
          02 BA-CABANG PIC X(4).
          02 BA-HASIL PIC S9(14)V99.
          02 BA-RINGKASAN PIC X(76).
      *----------------------------------------------------------*
      * PEMBATALAN BATCH : BARIS AUDIT CABANG ITU PADA TANGGAL    *
      * DAN DENGAN NILAI YANG SAMA DIKUMPULKAN URUT WAKTU;        *
      * BARIS PEMBATALAN YANG MERUJUK SALAH SATUNYA MENCORETNYA.  *
      * YANG DIBALIK = CALON PERTAMA YANG BELUM DICORET.          *
      *----------------------------------------------------------*
       01 TABEL-CALON-BATAL.
          02 CL-ENTRI OCCURS 50 TIMES.
             03 CL-URUT PIC 9(9).
             03 CL-KONSTANTA PIC X(8).
             03 CL-RUMUS PIC X(12).
             03 CL-HASIL PIC S9(14)V99.
             03 CL-RINGKASAN PIC X(76).
             03 CL-DICORET PIC X(1).
       77 CL-JUMLAH PIC 9(3) COMP VALUE 0.
       77 CL-IDX PIC 9(3) COMP VALUE 0.
       01 SAKLAR-ASLI-KETEMU PIC X VALUE 'T'.
          88 ASLI-KETEMU VALUE 'Y'.
       01 TANGGAL-ASLI-CETAK PIC X(10) VALUE SPACES.
      *----------------------------------------------------------*
      * PILIHAN MENU UTAMA : ANGKA 0-9 SEPERTI BIASA, HURUF A =   *
      * JADWAL ANGSURAN PINJAMAN (SEMUA ANGKA SUDAH TERPAKAI).    *
      *----------------------------------------------------------*
       01 PILIHAN-MENU PIC X VALUE SPACE.
          88 MENU-ANGSURAN VALUE 'A' , 'a'.
      *----------------------------------------------------------*
      * JADWAL ANGSURAN PINJAMAN : POKOK, KODE KONSTANTA TARIF    *
      * BUNGA (PERSEN SETAHUN, 0 S.D. 100), TENOR 1-360 BULAN,    *
      * DAN TANGGAL MULAI TTTTBBHH. JATUH TEMPO PERIODE KE-N =    *
      * TANGGAL MULAI + N BULAN (HARI DIPOTONG KE AKHIR BULAN).   *
      * TARIF DICARI PER JATUH TEMPO; ANGSURAN TETAP (ANUITAS)    *
      * DIHITUNG ULANG ATAS SISA POKOK DAN SISA TENOR SETIAP      *
      * KALI TARIFNYA BERUBAH. BUNGA DAN ANGSURAN DIBULATKAN      *
      * ATAU DIPOTONG MENURUT SAKLAR-PEMBULATAN; SISANYA MASUK    *
      * KE ANGSURAN TERAKHIR SUPAYA SALDO AKHIR TEPAT NOL.        *
      *----------------------------------------------------------*
       01 ANGSURAN-MASUK.
          02 AM-POKOK PIC 9(7)V99.
          02 AM-KONSTANTA PIC X(8).
          02 AM-TENOR PIC 9(3).
          02 AM-MULAI PIC X(8).
       01 SAKLAR-ANGSURAN-SAH PIC X VALUE 'Y'.
          88 ANGSURAN-SAH VALUE 'Y'.
       01 SAKLAR-ANGSURAN-TERPOSTING PIC X VALUE 'T'.
          88 ANGSURAN-TERPOSTING VALUE 'Y'.
      *    ALASAN TOLAK BATCH : 3 = TARIF TIDAK ADA / DI LUAR      *
      *    BATAS PADA SALAH SATU JATUH TEMPO, B = DATA TIDAK SAH.  *
       01 ANGSURAN-ALASAN PIC X(1) VALUE SPACE.
       01 ANGSURAN-PESAN PIC X(60) VALUE SPACES.
       01 TABEL-ANGSURAN.
          02 AN-ENTRI OCCURS 360 TIMES.
             03 AN-JATUH-TEMPO PIC X(8).
             03 AN-TARIF PIC S9(7)V99.
             03 AN-SALDO-AWAL PIC S9(7)V99.
             03 AN-BUNGA PIC S9(7)V99.
             03 AN-POKOK PIC S9(7)V99.
             03 AN-ANGSURAN PIC S9(7)V99.
             03 AN-SALDO-AKHIR PIC S9(7)V99.
       77 AN-IDX PIC 9(3) COMP VALUE 0.
       77 AN-SISA-TENOR PIC 9(3) COMP VALUE 0.
       77 AN-HARI-MULAI PIC 9(2) VALUE 0.
       77 AN-BARIS-LAYAR PIC 9(2) COMP VALUE 0.
       77 AN-SALDO PIC S9(7)V99 VALUE 0.
       77 AN-TARIF-LALU PIC S9(7)V99 VALUE 0.
       77 AN-ANGSURAN-TETAP PIC S9(9)V99 VALUE 0.
       77 AN-PEMBAGI PIC S9(7)V99 VALUE 0.
       77 AN-DISKON PIC 9V9(15) VALUE 0.
       77 AN-FAKTOR PIC 9V9(15) VALUE 0.
       77 AN-JUMLAH-FAKTOR PIC 9(3)V9(15) VALUE 0.
       77 AN-TOTAL-BUNGA PIC S9(14)V99 VALUE 0.
       77 AN-TOTAL-ANGSURAN PIC S9(14)V99 VALUE 0.
       01 AN-TANGGAL-CETAK PIC X(10) VALUE SPACES.
      *    RINCIAN PERIODE YANG IKUT DITULIS KE HASILOUT (SPASI    *
      *    UNTUK SEMUA RECORD LAIN).                               *
       01 PERIODE-POSTING VALUE SPACES.
          02 PP-PERIODE PIC 9(3).
          02 PP-JATUH-TEMPO PIC X(8).
          02 PP-BUNGA PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                     CHARACTER.
          02 PP-POKOK PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                     CHARACTER.
      *----------------------------------------------------------*
      * PEMELIHARAAN RUMUS : LANGKAH YANG SEDANG DISUSUN (TAMBAH, *
      * SALIN, URUT ULANG) ATAU DIMUAT DARI INDUK / USULAN UNTUK  *
      * UJI JALAN. 20 = MUATAN SATU LAYAR, JADI RUMUS YANG LEBIH  *
      * PANJANG TIDAK BISA DISUSUN ATAU DIUJI LEWAT LAYAR (MASIH  *
      * BISA DINONAKTIFKAN).                                      *
      *----------------------------------------------------------*
       01 RUMUS-KERJA.
          02 RK-NAMA PIC X(12).
          02 RK-ASAL PIC X(12).
          02 RK-AKSI PIC X(1).
       01 TABEL-LANGKAH-KERJA.
          02 RK-ENTRI OCCURS 20 TIMES.
             03 RK-URUT PIC 9(2).
             03 RK-KODE-OPERASI PIC 9(1).
             03 RK-SUMBER-N2 PIC X(1).
             03 RK-NILAI PIC S9(7)V99.
             03 RK-KODE-KONSTANTA PIC X(8).
      *    URUT ULANG : SALINAN URUTAN LAMA, NOMOR LANGKAH LAMA    *
      *    UNTUK SETIAP POSISI BARU, DAN TANDA LANGKAH LAMA YANG   *
      *    SUDAH DIPAKAI.                                          *
       01 TABEL-LANGKAH-LAMA.
          02 RL-ENTRI OCCURS 20 TIMES PIC X(21).
       01 TABEL-URUT-BARU.
          02 RB-ENTRI OCCURS 20 TIMES.
             03 RB-LAMA PIC 9(2).
             03 RB-DIPAKAI PIC X(1).
       77 RK-JUMLAH PIC 9(3) COMP VALUE 0.
       77 RK-IDX PIC 9(3) COMP VALUE 0.
       77 RK-BARIS-LAYAR PIC 9(2) COMP VALUE 0.
       77 RK-CACAH-LAMA PIC 9(3) COMP VALUE 0.
       77 RK-CACAH-USULAN PIC 9(3) COMP VALUE 0.
       77 RK-CACAH-PINDAH PIC 9(3) COMP VALUE 0.
       77 RK-SALAH-URUT PIC 9(2) VALUE 0.
       77 URUT-LAMA-MASUK PIC 9(2) VALUE 0.
       77 USULAN-RUMUS-NOMOR PIC 9(7) VALUE 0.
       01 SAKLAR-RUMUS-BERES PIC X VALUE 'Y'.
          88 RUMUS-BERES VALUE 'Y'.
       01 SAKLAR-RUMUS-PENUH PIC X VALUE 'T'.
          88 RUMUS-PENUH VALUE 'Y'.
       01 SAKLAR-USULAN-RUMUS PIC X VALUE 'T'.
          88 ADA-USULAN-RUMUS VALUE 'Y'.
       01 SAKLAR-MASUK-SELESAI PIC X VALUE 'T'.
          88 MASUK-LANGKAH-SELESAI VALUE 'Y'.
       01 LANGKAH-MASUK.
          02 LM-URUT PIC 9(2).
          02 LM-KODE-OPERASI PIC 9(1).
          02 LM-SUMBER-N2 PIC X(1).
          02 LM-NILAI PIC S9(7)V99.
          02 LM-KODE-KONSTANTA PIC X(8).
       01 AKSI-RUMUS PIC A VALUE SPACE.
          88 RUMUS-AJUKAN VALUE 'A' , 'a'.
          88 RUMUS-UJI VALUE 'J' , 'j'.
          88 RUMUS-GANTI VALUE 'G' , 'g'.
          88 RUMUS-KEMBALI VALUE 'K' , 'k'.
       01 RUMUS-PESAN PIC X(60) VALUE SPACES.
       01 RK-URUT-CETAK PIC Z9.
       01 RK-NILAI-CETAK PIC -(7)9.99.
       SCREEN SECTION.
       01 CLS.
          02 BLANK SCREEN.
          02 LINE 10 COLUMN 3 VALUE '8. Pangkat (N1 pangkat N2)'.
          02 LINE 11 COLUMN 3 VALUE '9. Jalankan Rumus Tersimpan'.
          02 LINE 12 COLUMN 3
             VALUE '0. Pemeliharaan / Supervisor'.
          02 LINE 13 COLUMN 3 VALUE 'A. Jadwal Angsuran Pinjaman'.
          02 LINE 14 COLUMN 2 VALUE 'Pilihan Anda = '.
          02 COLUMN PLUS 1 PIC X TO PILIHAN-MENU.
       01 TAMPILAN-MODE.
          02 LINE 2 COLUMN 2 VALUE 'Mode Operasi Kalkulator :'.
          02 LINE 3 COLUMN 3 VALUE 'I. Interaktif (lewat layar)'.
          02 LINE 4 COLUMN 3 VALUE 'K. Konstanta'.
          02 LINE 5 COLUMN 3 VALUE 'O. Operator'.
          02 LINE 6 COLUMN 3 VALUE 'P. Persetujuan Usulan'.
          02 LINE 7 COLUMN 3 VALUE 'D. Lepas Kiriman Dobel'.
          02 LINE 8 COLUMN 3 VALUE 'A. Peta Akun GL'.
          02 LINE 9 COLUMN 3 VALUE 'J. Jadwal Tetap'.
          02 LINE 10 COLUMN 3 VALUE 'C. Induk Cabang'.
          02 LINE 11 COLUMN 3 VALUE 'H. Buka Kembali Hari Tertutup'.
          02 LINE 12 COLUMN 3 VALUE 'B. Batal / Koreksi Hitungan'.
          02 LINE 13 COLUMN 3 VALUE 'R. Rumus'.
          02 LINE 14 COLUMN 2 VALUE 'Pilihan Anda = '.
          02 COLUMN PLUS 1 PIC A TO PILIH-RAWAT.
       01 TAMPILAN-LEPAS-CARI.
          02 LINE 2 COLUMN 2 VALUE 'Lepas Kiriman Dobel'.
          02 LINE 4 COLUMN 3 VALUE 'Cabang (kosong=kembali)       = '.
          02 COLUMN PLUS 1 PIC X(4) TO LEPAS-CABANG.
          02 LINE 5 COLUMN 3 VALUE 'Tanggal Header (kosong=semua) = '.
          02 COLUMN PLUS 1 PIC X(8) TO LEPAS-TANGGAL.
       01 TAMPILAN-PILIH-KIRIMAN.
          02 LINE 22 COLUMN 2 VALUE 'Nomor Blok Dilepas (0=kembali) = '.
          02 COLUMN PLUS 1 PIC 99 TO KD-PILIHAN.
       01 TAMPILAN-KIRIMAN-KOSONG.
          02 LINE 4 COLUMN 3
             VALUE 'Tidak ada blok terposting untuk cabang/tanggal'.
          02 LINE 5 COLUMN 3 VALUE 'itu di register kiriman.'.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-KIRIMAN-DILEPAS.
          02 LINE 4 COLUMN 3
             VALUE 'Blok dilepas: kiriman ulang berikutnya dengan'.
          02 LINE 5 COLUMN 3
             VALUE 'cacah dan hash yang sama boleh diposting sekali.'.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-AKUN-BARU.
          02 LINE 2 COLUMN 2 VALUE 'Tambah Peta Akun GL'.
          02 LINE 4 COLUMN 3
             VALUE 'Jenis (O=Operasi K=Konstanta R=Rumus) = '.
          02 COLUMN PLUS 1 PIC X(1) TO AK-JENIS.
          02 LINE 5 COLUMN 3 VALUE 'Kode Operasi/Konstanta/Rumus   = '.
          02 COLUMN PLUS 1 PIC X(12) TO AK-KODE.
          02 LINE 6 COLUMN 3 VALUE 'Cabang (kosong=semua)          = '.
          02 COLUMN PLUS 1 PIC X(4) TO AK-CABANG.
          02 LINE 7 COLUMN 3 VALUE 'Akun Debet                     = '.
          02 COLUMN PLUS 1 PIC X(10) TO AK-DEBET.
          02 LINE 8 COLUMN 3 VALUE 'Akun Kredit                    = '.
          02 COLUMN PLUS 1 PIC X(10) TO AK-KREDIT.
          02 LINE 9 COLUMN 3 VALUE 'Pusat Biaya                    = '.
          02 COLUMN PLUS 1 PIC X(8) TO AK-PUSAT.
       01 TAMPILAN-AKUN-UBAH.
          02 LINE 2 COLUMN 2 VALUE 'Ubah Peta Akun GL'.
          02 LINE 4 COLUMN 3 VALUE 'Jenis (O/K/R)                  = '.
          02 COLUMN PLUS 1 PIC X(1) TO AK-JENIS.
          02 LINE 5 COLUMN 3 VALUE 'Kode Operasi/Konstanta/Rumus   = '.
          02 COLUMN PLUS 1 PIC X(12) TO AK-KODE.
          02 LINE 6 COLUMN 3 VALUE 'Cabang (kosong=semua)          = '.
          02 COLUMN PLUS 1 PIC X(4) TO AK-CABANG.
          02 LINE 7 COLUMN 3 VALUE 'Akun Debet Baru                = '.
          02 COLUMN PLUS 1 PIC X(10) TO AK-DEBET.
          02 LINE 8 COLUMN 3 VALUE 'Akun Kredit Baru               = '.
          02 COLUMN PLUS 1 PIC X(10) TO AK-KREDIT.
          02 LINE 9 COLUMN 3 VALUE 'Pusat Biaya Baru               = '.
          02 COLUMN PLUS 1 PIC X(8) TO AK-PUSAT.
       01 TAMPILAN-AKUN-NONAKTIF.
          02 LINE 2 COLUMN 2 VALUE 'Nonaktifkan Peta Akun GL'.
          02 LINE 4 COLUMN 3 VALUE 'Jenis (O/K/R)                  = '.
          02 COLUMN PLUS 1 PIC X(1) TO AK-JENIS.
          02 LINE 5 COLUMN 3 VALUE 'Kode Operasi/Konstanta/Rumus   = '.
          02 COLUMN PLUS 1 PIC X(12) TO AK-KODE.
          02 LINE 6 COLUMN 3 VALUE 'Cabang (kosong=semua)          = '.
          02 COLUMN PLUS 1 PIC X(4) TO AK-CABANG.
       01 TAMPILAN-AKUN-SALAH.
          02 LINE 4 COLUMN 3
             VALUE 'Peta akun tidak sah: jenis harus O/K/R, kode'.
          02 LINE 5 COLUMN 3
             VALUE 'operasi/konstanta/rumus harus ada, akun debet,'.
          02 LINE 6 COLUMN 3
             VALUE 'kredit, pusat biaya terisi dan debet <> kredit.'.
          02 LINE 8 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-AKUN-ADA.
          02 LINE 4 COLUMN 3
             VALUE 'Peta akun untuk kunci itu sudah ada dan aktif.'.
          02 LINE 6 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-AKUN-TIDAK-ADA.
          02 LINE 4 COLUMN 3
             VALUE 'Peta akun untuk kunci itu tidak ada atau'.
          02 LINE 5 COLUMN 3 VALUE 'sudah nonaktif.'.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-JADWAL-BARU.
          02 LINE 2 COLUMN 2 VALUE 'Tambah Jadwal Tetap'.
          02 LINE 4 COLUMN 3 VALUE 'Cabang (kosong=kembali)        = '.
          02 COLUMN PLUS 1 PIC X(4) TO JK-CABANG.
          02 LINE 5 COLUMN 3 VALUE 'Nomor Jadwal                   = '.
          02 COLUMN PLUS 1 PIC 9(3) TO JK-NOMOR.
          02 LINE 6 COLUMN 3 VALUE 'Jenis (O=Operasi R=Rumus)      = '.
          02 COLUMN PLUS 1 PIC X(1) TO JK-JENIS.
          02 LINE 7 COLUMN 3 VALUE 'Kode Operasi (1-5,7,8)         = '.
          02 COLUMN PLUS 1 PIC 9(1) TO JK-KODE-OPERASI.
          02 LINE 8 COLUMN 3 VALUE 'Nama Rumus                     = '.
          02 COLUMN PLUS 1 PIC X(12) TO JK-RUMUS.
          02 LINE 9 COLUMN 3 VALUE 'Nilai 1                        = '.
          02 COLUMN PLUS 1 PIC Z(6)9.99 TO JK-N1.
          02 LINE 10 COLUMN 3 VALUE 'Nilai 2                        = '.
          02 COLUMN PLUS 1 PIC Z(6)9.99 TO JK-N2.
          02 LINE 11 COLUMN 3 VALUE 'Kode Konstanta N2 (kosong=angka)='.
          02 COLUMN PLUS 1 PIC X(8) TO JK-KONSTANTA.
          02 LINE 12 COLUMN 3
             VALUE 'Frekuensi (H=Harian M=Mingguan B=Bulanan'.
          02 LINE 13 COLUMN 3
             VALUE '           A=Akhir Bulan)      = '.
          02 COLUMN PLUS 1 PIC X(1) TO JK-FREKUENSI.
          02 LINE 14 COLUMN 3 VALUE 'Tanggal Mulai (TTTTBBHH)       = '.
          02 COLUMN PLUS 1 PIC X(8) TO JK-MULAI.
          02 LINE 15 COLUMN 3 VALUE 'Tanggal Akhir (kosong=terbuka) = '.
          02 COLUMN PLUS 1 PIC X(8) TO JK-SAMPAI.
       01 TAMPILAN-JADWAL-UBAH.
          02 LINE 2 COLUMN 2 VALUE 'Ubah Jadwal Tetap'.
          02 LINE 4 COLUMN 3 VALUE 'Cabang (kosong=kembali)        = '.
          02 COLUMN PLUS 1 PIC X(4) TO JK-CABANG.
          02 LINE 5 COLUMN 3 VALUE 'Nomor Jadwal                   = '.
          02 COLUMN PLUS 1 PIC 9(3) TO JK-NOMOR.
          02 LINE 6 COLUMN 3 VALUE 'Jenis Baru (O/R)               = '.
          02 COLUMN PLUS 1 PIC X(1) TO JK-JENIS.
          02 LINE 7 COLUMN 3 VALUE 'Kode Operasi Baru              = '.
          02 COLUMN PLUS 1 PIC 9(1) TO JK-KODE-OPERASI.
          02 LINE 8 COLUMN 3 VALUE 'Nama Rumus Baru                = '.
          02 COLUMN PLUS 1 PIC X(12) TO JK-RUMUS.
          02 LINE 9 COLUMN 3 VALUE 'Nilai 1 Baru                   = '.
          02 COLUMN PLUS 1 PIC Z(6)9.99 TO JK-N1.
          02 LINE 10 COLUMN 3 VALUE 'Nilai 2 Baru                   = '.
          02 COLUMN PLUS 1 PIC Z(6)9.99 TO JK-N2.
          02 LINE 11 COLUMN 3 VALUE 'Kode Konstanta Baru            = '.
          02 COLUMN PLUS 1 PIC X(8) TO JK-KONSTANTA.
          02 LINE 12 COLUMN 3 VALUE 'Frekuensi Baru (H/M/B/A)       = '.
          02 COLUMN PLUS 1 PIC X(1) TO JK-FREKUENSI.
          02 LINE 13 COLUMN 3 VALUE 'Tanggal Mulai Baru (TTTTBBHH)  = '.
          02 COLUMN PLUS 1 PIC X(8) TO JK-MULAI.
          02 LINE 14 COLUMN 3 VALUE 'Tanggal Akhir Baru (kosong=buka)='.
          02 COLUMN PLUS 1 PIC X(8) TO JK-SAMPAI.
       01 TAMPILAN-JADWAL-NONAKTIF.
          02 LINE 2 COLUMN 2 VALUE 'Nonaktifkan Jadwal Tetap'.
          02 LINE 4 COLUMN 3 VALUE 'Cabang (kosong=kembali)        = '.
          02 COLUMN PLUS 1 PIC X(4) TO JK-CABANG.
          02 LINE 5 COLUMN 3 VALUE 'Nomor Jadwal                   = '.
          02 COLUMN PLUS 1 PIC 9(3) TO JK-NOMOR.
       01 TAMPILAN-JADWAL-SALAH.
          02 LINE 4 COLUMN 3
             VALUE 'Jadwal tidak sah: jenis O dengan kode operasi'.
          02 LINE 5 COLUMN 3
             VALUE '1-5/7/8 (konstanta harus ada) atau jenis R'.
          02 LINE 6 COLUMN 3
             VALUE 'dengan rumus yang ada, frekuensi H/M/B/A, dan'.
          02 LINE 7 COLUMN 3
             VALUE 'tanggal mulai/akhir sah dengan akhir >= mulai.'.
          02 LINE 9 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-JADWAL-ADA.
          02 LINE 4 COLUMN 3
             VALUE 'Jadwal dengan cabang dan nomor itu sudah ada'.
          02 LINE 5 COLUMN 3 VALUE 'dan aktif.'.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-JADWAL-TIDAK-ADA.
          02 LINE 4 COLUMN 3
             VALUE 'Jadwal dengan cabang dan nomor itu tidak ada'.
          02 LINE 5 COLUMN 3 VALUE 'atau sudah nonaktif.'.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-CABANG-BARU.
          02 LINE 2 COLUMN 2 VALUE 'Tambah Induk Cabang'.
          02 LINE 4 COLUMN 3 VALUE 'Kode Cabang (kosong=kembali)   = '.
          02 COLUMN PLUS 1 PIC X(4) TO CK-KODE.
          02 LINE 5 COLUMN 3 VALUE 'Nama Cabang                    = '.
          02 COLUMN PLUS 1 PIC X(30) TO CK-NAMA.
          02 LINE 6 COLUMN 3 VALUE 'Wilayah                        = '.
          02 COLUMN PLUS 1 PIC X(10) TO CK-WILAYAH.
          02 LINE 7 COLUMN 3 VALUE 'Batas Jam Kirim JJMM (0=tanpa) = '.
          02 COLUMN PLUS 1 PIC 9(4) TO CK-BATAS-JAM.
          02 LINE 8 COLUMN 3 VALUE 'Plafon Harian (0=tanpa)        = '.
          02 COLUMN PLUS 1 PIC Z(12)9.99 TO CK-PLAFON.
       01 TAMPILAN-CABANG-UBAH.
          02 LINE 2 COLUMN 2 VALUE 'Ubah Induk Cabang'.
          02 LINE 4 COLUMN 3 VALUE 'Kode Cabang (kosong=kembali)   = '.
          02 COLUMN PLUS 1 PIC X(4) TO CK-KODE.
          02 LINE 5 COLUMN 3 VALUE 'Nama Cabang Baru               = '.
          02 COLUMN PLUS 1 PIC X(30) TO CK-NAMA.
          02 LINE 6 COLUMN 3 VALUE 'Wilayah Baru                   = '.
          02 COLUMN PLUS 1 PIC X(10) TO CK-WILAYAH.
          02 LINE 7 COLUMN 3 VALUE 'Batas Jam Kirim Baru (0=tanpa) = '.
          02 COLUMN PLUS 1 PIC 9(4) TO CK-BATAS-JAM.
          02 LINE 8 COLUMN 3 VALUE 'Plafon Harian Baru (0=tanpa)   = '.
          02 COLUMN PLUS 1 PIC Z(12)9.99 TO CK-PLAFON.
       01 TAMPILAN-CABANG-NONAKTIF.
          02 LINE 2 COLUMN 2 VALUE 'Nonaktifkan Induk Cabang'.
          02 LINE 4 COLUMN 3 VALUE 'Kode Cabang (kosong=kembali)   = '.
          02 COLUMN PLUS 1 PIC X(4) TO CK-KODE.
       01 TAMPILAN-CABANG-SALAH.
          02 LINE 4 COLUMN 3
             VALUE 'Cabang tidak sah: kode dan nama harus terisi,'.
          02 LINE 5 COLUMN 3
             VALUE 'kode tidak boleh ????, dan batas jam kirim 0'.
          02 LINE 6 COLUMN 3
             VALUE 'atau jam 00-23 menit 00-59.'.
          02 LINE 8 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-CABANG-ADA.
          02 LINE 4 COLUMN 3
             VALUE 'Cabang dengan kode itu sudah ada dan aktif.'.
          02 LINE 6 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-CABANG-TIDAK-ADA.
          02 LINE 4 COLUMN 3
             VALUE 'Cabang dengan kode itu tidak ada atau sudah'.
          02 LINE 5 COLUMN 3 VALUE 'nonaktif.'.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-BUKA-HARI.
          02 LINE 2 COLUMN 2 VALUE 'Buka Kembali Hari Tertutup'.
          02 LINE 4 COLUMN 3
             VALUE 'Tanggal TTTTBBHH (kosong=kembali) = '.
          02 COLUMN PLUS 1 PIC X(8) TO BUKA-HARI-TANGGAL.
          02 LINE 5 COLUMN 3
             VALUE 'Alasan                            = '.
          02 COLUMN PLUS 1 PIC X(30) TO BUKA-HARI-ALASAN.
       01 TAMPILAN-HARI-TANPA-ALASAN.
          02 LINE 4 COLUMN 3
             VALUE 'Alasan pembukaan kembali wajib diisi.'.
          02 LINE 6 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-HARI-TIDAK-TERTUTUP.
          02 LINE 4 COLUMN 3
             VALUE 'Tanggal itu tidak tercatat tertutup di file'.
          02 LINE 5 COLUMN 3 VALUE 'kontrol tutup hari.'.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-HARI-DIBUKA.
          02 LINE 4 COLUMN 3
             VALUE 'Tanggal dibuka kembali: hitungan boleh diposting'.
          02 LINE 5 COLUMN 3
             VALUE 'lagi ke tanggal itu sampai hari ditutup ulang.'.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-TANGGAL-DIGESER.
          02 LINE 4 COLUMN 3
             VALUE 'Hari ini sudah ditutup (tutup hari).'.
          02 LINE 5 COLUMN 3 VALUE 'Hitungan diposting ke tanggal : '.
          02 COLUMN PLUS 1 PIC X(10) FROM TANGGAL-POSTING-CETAK.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-HARI-PENUH.
          02 LINE 4 COLUMN 3
             VALUE 'Tidak ada tanggal terbuka untuk posting;'.
          02 LINE 5 COLUMN 3
             VALUE 'hitungan tidak diposting. Hubungi supervisor.'.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-BATAL-ALASAN.
          02 LINE 2 COLUMN 2 VALUE 'Batal / Koreksi Hitungan'.
          02 LINE 4 COLUMN 3 VALUE 'Baris asli :'.
          02 LINE 5 COLUMN 3 PIC X(76) FROM BA-RINGKASAN.
          02 LINE 7 COLUMN 3
             VALUE 'Alasan : 01=Salah nilai  02=Salah operasi'.
          02 LINE 8 COLUMN 3
             VALUE '         03=Salah konstanta/tarif  04=Dobel'.
          02 LINE 9 COLUMN 3
             VALUE '         05=Salah cabang  09=Lainnya'.
          02 LINE 11 COLUMN 3
             VALUE 'Kode Alasan (00=kembali)          = '.
          02 COLUMN PLUS 1 PIC 99 TO ALASAN-BATAL.
          02 LINE 12 COLUMN 3
             VALUE 'Posting hitungan koreksi? (Y/T)   = '.
          02 COLUMN PLUS 1 PIC A TO SAKLAR-KOREKSI.
       01 TAMPILAN-BATAL-TIDAK-BOLEH.
          02 LINE 4 COLUMN 3
             VALUE 'Baris itu tidak bisa dibatalkan: sudah dibatalkan,'.
          02 LINE 5 COLUMN 3
             VALUE 'baris pembatalan, jadwal angsuran, atau baris lama'.
          02 LINE 6 COLUMN 3 VALUE 'tanpa segel.'.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-BATAL-ALASAN-SALAH.
          02 LINE 4 COLUMN 3 VALUE 'Kode alasan tidak dikenal.'.
          02 LINE 6 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-BATAL-TERPOSTING.
          02 LINE 4 COLUMN 3
             VALUE 'Pembatalan diposting ke AUDIT dan HASILOUT.'.
          02 LINE 5 COLUMN 3 VALUE 'Hasil lawan = '.
          02 COLUMN PLUS 1 PIC -(14)9.99 FROM HASIL-MENTAH.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-KOREKSI.
          02 LINE 2 COLUMN 2
             VALUE 'Hitungan Koreksi (terisi nilai asli)'.
          02 LINE 4 COLUMN 3 VALUE 'Nilai 1 Benar      = '.
          02 COLUMN PLUS 1 PIC Z(6)9.99 TO N1.
          02 LINE 5 COLUMN 3 VALUE 'Nilai 2 Benar      = '.
          02 COLUMN PLUS 1 PIC Z(6)9.99 TO N2.
          02 LINE 6 COLUMN 3 VALUE 'Kode Operasi Benar = '.
          02 COLUMN PLUS 1 PIC 9 TO PIL.
          02 LINE 8 COLUMN 3
             VALUE '1=+  2=-  3=x  4=/  5=Mod  7=%  8=Pangkat  9=Rumus'.
       01 TAMPILAN-ANGSURAN.
          02 LINE 2 COLUMN 2 VALUE 'Jadwal Angsuran Pinjaman'.
          02 LINE 4 COLUMN 3
             VALUE 'Pokok Pinjaman (0=kembali)          = '.
          02 COLUMN PLUS 1 PIC Z(6)9.99 TO AM-POKOK.
          02 LINE 5 COLUMN 3
             VALUE 'Kode Konstanta Bunga (%/tahun)      = '.
          02 COLUMN PLUS 1 PIC X(8) TO AM-KONSTANTA.
          02 LINE 6 COLUMN 3
             VALUE 'Tenor dalam Bulan (1-360)           = '.
          02 COLUMN PLUS 1 PIC 999 TO AM-TENOR.
          02 LINE 7 COLUMN 3
             VALUE 'Tanggal Mulai TTTTBBHH              = '.
          02 COLUMN PLUS 1 PIC X(8) TO AM-MULAI.
          02 LINE 9 COLUMN 3
             VALUE 'Pembulatan (B=bulatkan, T=potong)   : '.
          02 COLUMN PLUS 1 PIC X FROM SAKLAR-PEMBULATAN.
       01 TAMPILAN-ANGSURAN-SALAH.
          02 LINE 4 COLUMN 3
             VALUE 'Jadwal angsuran tidak bisa dibuat:'.
          02 LINE 5 COLUMN 3 PIC X(60) FROM ANGSURAN-PESAN.
          02 LINE 7 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-HALAMAN-BERIKUT.
          02 LINE 22 COLUMN 2
             VALUE 'Tekan ENTER untuk halaman berikut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-ANGSURAN-KONFIRMASI.
          02 LINE 22 COLUMN 2
             VALUE 'Posting jadwal ini ke AUDIT dan HASILOUT (Y/T) ? '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-ANGSURAN-TERPOSTING.
          02 LINE 2 COLUMN 2 VALUE 'Jadwal angsuran diposting:'.
          02 LINE 3 COLUMN 3 VALUE 'Jumlah Angsuran = '.
          02 COLUMN PLUS 1 PIC -(14)9.99 FROM HASIL-MENTAH.
          02 LINE 4 COLUMN 3 VALUE 'Record HASILOUT = '.
          02 COLUMN PLUS 1 PIC ZZ9 FROM AM-TENOR.
       01 TAMPILAN-AKSI-RUMUS-INDUK.
          02 LINE 21 COLUMN 2
             VALUE 'T=Tambah  S=Salin  U=Urut Ulang  N=Nonaktif'.
          02 LINE 22 COLUMN 2 VALUE 'J=Uji Jalan  K=Kembali'.
          02 LINE 23 COLUMN 2 VALUE 'Pilihan Anda = '.
          02 COLUMN PLUS 1 PIC A TO AKSI-KONSTANTA.
       01 TAMPILAN-RUMUS-BARU.
          02 LINE 2 COLUMN 2 VALUE 'Tambah Rumus'.
          02 LINE 4 COLUMN 3
             VALUE 'Nama Rumus Baru (kosong=kembali) = '.
          02 COLUMN PLUS 1 PIC X(12) TO RK-NAMA.
       01 TAMPILAN-RUMUS-SALIN.
          02 LINE 2 COLUMN 2 VALUE 'Salin Rumus'.
          02 LINE 4 COLUMN 3
             VALUE 'Nama Rumus Asal (kosong=kembali) = '.
          02 COLUMN PLUS 1 PIC X(12) TO RK-ASAL.
          02 LINE 5 COLUMN 3
             VALUE 'Nama Rumus Baru                  = '.
          02 COLUMN PLUS 1 PIC X(12) TO RK-NAMA.
       01 TAMPILAN-RUMUS-URUT.
          02 LINE 2 COLUMN 2 VALUE 'Urut Ulang Langkah Rumus'.
          02 LINE 4 COLUMN 3 VALUE 'Nama Rumus (kosong=kembali) = '.
          02 COLUMN PLUS 1 PIC X(12) TO RK-NAMA.
       01 TAMPILAN-RUMUS-NONAKTIF.
          02 LINE 2 COLUMN 2
             VALUE 'Nonaktifkan Rumus (seluruh langkah dihapus)'.
          02 LINE 4 COLUMN 3 VALUE 'Nama Rumus (kosong=kembali) = '.
          02 COLUMN PLUS 1 PIC X(12) TO RK-NAMA.
       01 TAMPILAN-RUMUS-UJI.
          02 LINE 2 COLUMN 2 VALUE 'Uji Jalan Rumus (tanpa posting)'.
          02 LINE 4 COLUMN 3 VALUE 'Nama Rumus (kosong=kembali) = '.
          02 COLUMN PLUS 1 PIC X(12) TO RK-NAMA.
       01 TAMPILAN-UJI-NILAI.
          02 LINE 2 COLUMN 2 VALUE 'Uji Jalan Rumus'.
          02 COLUMN PLUS 1 PIC X(12) FROM RK-NAMA.
          02 LINE 4 COLUMN 3 VALUE 'Nilai 1 Awal = '.
          02 COLUMN PLUS 1 PIC Z(6)9.99 TO N1.
          02 LINE 5 COLUMN 3 VALUE 'Nilai 2 Awal = '.
          02 COLUMN PLUS 1 PIC Z(6)9.99 TO N2.
       01 TAMPILAN-UJI-SELESAI.
          02 LINE 24 COLUMN 2 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-LANGKAH-MASUK.
          02 LINE 2 COLUMN 2 VALUE 'Langkah Rumus'.
          02 COLUMN PLUS 1 PIC X(12) FROM RK-NAMA.
          02 LINE 4 COLUMN 3
             VALUE 'Langkah Nomor                    = '.
          02 COLUMN PLUS 1 PIC 99 FROM LM-URUT.
          02 LINE 5 COLUMN 3
             VALUE 'Kode Operasi (1-5,7,8 0=selesai) = '.
          02 COLUMN PLUS 1 PIC 9(1) TO LM-KODE-OPERASI.
          02 LINE 6 COLUMN 3
             VALUE 'Sumber Nilai 2 (1/2/A/K)         = '.
          02 COLUMN PLUS 1 PIC X(1) TO LM-SUMBER-N2.
          02 LINE 7 COLUMN 3
             VALUE 'Angka (sumber A)                 = '.
          02 COLUMN PLUS 1 PIC Z(6)9.99 TO LM-NILAI.
          02 LINE 8 COLUMN 3
             VALUE 'Kode Konstanta (sumber K)        = '.
          02 COLUMN PLUS 1 PIC X(8) TO LM-KODE-KONSTANTA.
          02 LINE 10 COLUMN 3
             VALUE 'Sumber: 1=Nilai 1 awal  2=Nilai 2 awal'.
          02 LINE 11 COLUMN 3
             VALUE '        A=Angka di atas K=Konstanta di atas'.
       01 TAMPILAN-LANGKAH-GANTI.
          02 LINE 2 COLUMN 2 VALUE 'Ganti Langkah Rumus'.
          02 COLUMN PLUS 1 PIC X(12) FROM RK-NAMA.
          02 LINE 4 COLUMN 3
             VALUE 'Langkah Nomor (0=batal)          = '.
          02 COLUMN PLUS 1 PIC 99 TO LM-URUT.
          02 LINE 5 COLUMN 3
             VALUE 'Kode Operasi (0=hapus langkah)   = '.
          02 COLUMN PLUS 1 PIC 9(1) TO LM-KODE-OPERASI.
          02 LINE 6 COLUMN 3
             VALUE 'Sumber Nilai 2 (1/2/A/K)         = '.
          02 COLUMN PLUS 1 PIC X(1) TO LM-SUMBER-N2.
          02 LINE 7 COLUMN 3
             VALUE 'Angka (sumber A)                 = '.
          02 COLUMN PLUS 1 PIC Z(6)9.99 TO LM-NILAI.
          02 LINE 8 COLUMN 3
             VALUE 'Kode Konstanta (sumber K)        = '.
          02 COLUMN PLUS 1 PIC X(8) TO LM-KODE-KONSTANTA.
          02 LINE 10 COLUMN 3
             VALUE 'Nomor = jumlah langkah + 1 menambah di ujung.'.
       01 TAMPILAN-AKSI-RUMUS.
          02 LINE 23 COLUMN 2
             VALUE 'A=Ajukan  J=Uji Jalan  G=Ganti Langkah  K=Batal'.
          02 LINE 24 COLUMN 2 VALUE 'Pilihan Anda = '.
          02 COLUMN PLUS 1 PIC A TO AKSI-RUMUS.
       01 TAMPILAN-URUT-BARU.
          02 LINE 24 COLUMN 2 VALUE 'Langkah baru'.
          02 LINE 24 COLUMN 15 PIC 99 FROM LM-URUT.
          02 LINE 24 COLUMN 18 VALUE '= langkah lama nomor :'.
          02 COLUMN PLUS 1 PIC 99 TO URUT-LAMA-MASUK.
       01 TAMPILAN-RUMUS-SALAH.
          02 LINE 4 COLUMN 3 VALUE 'Langkah'.
          02 LINE 4 COLUMN 11 PIC Z9 FROM RK-SALAH-URUT.
          02 LINE 4 COLUMN 14
             VALUE 'tidak sah: kode operasi 1-5/7/8,'.
          02 LINE 5 COLUMN 3
             VALUE 'sumber 1/2/A/K, angka bukan nol untuk bagi /'.
          02 LINE 6 COLUMN 3
             VALUE 'modulus / persen, konstanta harus ada.'.
          02 LINE 8 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-RUMUS-PESAN.
          02 LINE 4 COLUMN 3 PIC X(60) FROM RUMUS-PESAN.
          02 LINE 6 COLUMN 3 VALUE 'Tekan ENTER untuk lanjut... '.
          02 COLUMN PLUS 1 PIC A TO LAGI.
       01 TAMPILAN-TUNDA-DIAJUKAN.
          02 LINE 4 COLUMN 3
             VALUE 'Usulan dicatat dan menunggu persetujuan'.
          02 COLUMN PLUS 1 PIC 9(7) TO TD-PILIHAN.
       01 TAMPILAN-AKSI-TUNDA.
          02 LINE 10 COLUMN 3
             VALUE 'S=Setujui  X=Tolak  J=Uji Jalan (rumus)  K=Batal'.
          02 LINE 12 COLUMN 2 VALUE 'Pilihan Anda = '.
          02 COLUMN PLUS 1 PIC A TO AKSI-TUNDA.
       01 TAMPILAN-TUNDA-SALAH.
               PERFORM BUKA-RUMUS
               PERFORM BUKA-OPERMAST
               PERFORM BUKA-TUNDA
               PERFORM BUKA-KIRIMAN
               PERFORM BUKA-AKUN
               PERFORM BUKA-JADWAL
               PERFORM BUKA-INDUK-CABANG
               PERFORM BUKA-TUTUP-HARI
               PERFORM TENTUKAN-MODE-AWAL
      *        JUDUL SESI DAN BARIS MASUK DITULIS SESUDAH MODE DAN  *
      *        OPERATOR DIKETAHUI : MODE UJI TIDAK BOLEH             *
           END-IF.
           MOVE 'T' TO SAKLAR-TANGGAL-RIWAYAT.
           MOVE SPACES TO KODE-KONSTANTA-MASUK.
           MOVE SPACES TO TANDA-POSTING.
           MOVE SPACES TO CABANG-PENGIRIM.
           DISPLAY CLS.
           DISPLAY TAMPILAN-MASUK.
           ACCEPT TAMPILAN-MASUK.
           DISPLAY CLS.
           DISPLAY TAMPILAN-PILIHAN.
           ACCEPT TAMPILAN-PILIHAN.
           IF MENU-ANGSURAN
               GO TO JADWAL-ANGSURAN
           END-IF.
           IF PILIHAN-MENU IS NOT NUMERIC
               GO TO MULAI
           END-IF.
           MOVE PILIHAN-MENU TO PIL.
           IF PIL = 6 AND NOT OPERATOR-SUPERVISOR
               GO TO AKSES-DITOLAK
           END-IF.
           MOVE N1 TO NIL1.
           MOVE 'T' TO SAKLAR-TANGGAL-RIWAYAT.
           MOVE SPACES TO KODE-KONSTANTA-MASUK.
           MOVE SPACES TO TANDA-POSTING.
           MOVE SPACES TO CABANG-PENGIRIM.
           DISPLAY CLS.
           DISPLAY TAMPILAN-MASUK-LANJUT.
           ACCEPT TAMPILAN-MASUK-LANJUT.
           DISPLAY CLS.
           DISPLAY TAMPILAN-PILIHAN.
           ACCEPT TAMPILAN-PILIHAN.
           IF MENU-ANGSURAN
               GO TO JADWAL-ANGSURAN
           END-IF.
           IF PILIHAN-MENU IS NOT NUMERIC
               GO TO MULAI
           END-IF.
           MOVE PILIHAN-MENU TO PIL.
           IF PIL = 6 AND NOT OPERATOR-SUPERVISOR
               GO TO AKSES-DITOLAK
           END-IF.
               MOVE TANGGAL-SEKARANG TO TANGGAL-HITUNG
           END-IF.
      *----------------------------------------------------------*
      * TANGGAL POSTING : TANGGAL SISTEM, KECUALI TANGGAL ITU     *
      * SUDAH DITUTUP PROGRAM TUTUP-HARI - HITUNGAN TERLAMBAT     *
      * DIGESER KE TANGGAL TERBUKA BERIKUTNYA. DIPERIKSA SETIAP   *
      * KALI AKAN MEMPOSTING, SUPAYA SESI YANG MASIH BERJALAN     *
      * SEWAKTU HARI DITUTUP TIDAK MENULIS KE TANGGAL ITU LAGI.   *
      * TIDAK ADA TANGGAL TERBUKA DALAM 31 HARI = TIDAK POSTING;  *
      * RINCIAN BATCH DIARAHKAN KE TOLAKAN ALASAN C.              *
      *----------------------------------------------------------*
       TENTUKAN-TANGGAL-POSTING.
           MOVE 'Y' TO SAKLAR-POSTING-BUKA.
           ACCEPT TANGGAL-SEKARANG FROM DATE YYYYMMDD.
           MOVE TANGGAL-SEKARANG TO TANGGAL-UJI.
           MOVE 0 TO POSTING-GESER.
           MOVE TANGGAL-UJI TO HT-TANGGAL.
           PERFORM CARI-HARI-TUTUP.
           PERFORM MAJUKAN-TANGGAL-POSTING
               UNTIL NOT HARI-TERTUTUP OR POSTING-GESER > 31.
           IF HARI-TERTUTUP
               MOVE 'T' TO SAKLAR-POSTING-BUKA
               GO TO TENTUKAN-TANGGAL-POSTING-EXIT
           END-IF.
           MOVE TANGGAL-UJI TO TANGGAL-POSTING.
           MOVE SPACES TO TANGGAL-POSTING-CETAK.
           STRING TU-HARI '/' TU-BULAN '/' TU-TAHUN
               DELIMITED BY SIZE INTO TANGGAL-POSTING-CETAK.
           IF TANGGAL-POSTING NOT = TANGGAL-SEKARANG
                   AND TANGGAL-POSTING NOT = TANGGAL-GESER-DIUMUMKAN
               MOVE TANGGAL-POSTING TO TANGGAL-GESER-DIUMUMKAN
               IF MODE-INTERAKTIF
                   DISPLAY CLS
                   DISPLAY TAMPILAN-TANGGAL-DIGESER
                   ACCEPT TAMPILAN-TANGGAL-DIGESER
               ELSE
                   DISPLAY 'BATCH: TANGGAL ' TANGGAL-SEKARANG
                           ' SUDAH DITUTUP, POSTING DIGESER KE '
                           TANGGAL-POSTING
               END-IF
           END-IF.
       TENTUKAN-TANGGAL-POSTING-EXIT.
           EXIT.
       MAJUKAN-TANGGAL-POSTING.
           ADD 1 TO POSTING-GESER.
           PERFORM HITUNG-AKHIR-BULAN-UJI.
           IF TU-HARI < TU-AKHIR-BULAN
               ADD 1 TO TU-HARI
           ELSE
               MOVE 1 TO TU-HARI
               IF TU-BULAN < 12
                   ADD 1 TO TU-BULAN
               ELSE
                   MOVE 1 TO TU-BULAN
                   ADD 1 TO TU-TAHUN
               END-IF
           END-IF.
           MOVE TANGGAL-UJI TO HT-TANGGAL.
           PERFORM CARI-HARI-TUTUP.
       TOLAK-HARI-TERTUTUP.
           ADD 1 TO CACAH-DITOLAK.
           ADD 1 TO CACAH-DITOLAK-TUTUP.
           DISPLAY CLS.
           DISPLAY TAMPILAN-HARI-PENUH.
           ACCEPT TAMPILAN-HARI-PENUH.
      *    RINCIAN BATCH TANPA TANGGAL TERBUKA DIARAHKAN KE        *
      *    TOLAKAN ALASAN C, SUPAYA CABANG BISA MENYERAHKANNYA     *
      *    ULANG SESUDAH HARI DIBUKA KEMBALI.                      *
       TOLAK-RINCIAN-TUTUP.
           ADD 1 TO CACAH-DITOLAK.
           ADD 1 TO CACAH-DITOLAK-TUTUP.
           ADD 1 TO CACAH-CABANG-DITOLAK.
           MOVE 'C' TO TL-ALASAN.
           PERFORM TULIS-TOLAKAN.
           DISPLAY 'BATCH: TIDAK ADA TANGGAL TERBUKA UNTUK '
                   'POSTING, TRANSAKSI DITOLAK'.
      *----------------------------------------------------------*
      * LAPORAN DIBUKA SAMBUNG DULU, SAMA SEPERTI HASILOUT :      *
      * ISI RUN YANG GAGAL JANGAN TERHAPUS SEBELUM TAHU ADA       *
      * CEKPOIN ATAU TIDAK. RUN BERSIH MEMULAI ULANG FILE (DAN    *
           END-IF.
       HITUNG-SATU-BARIS-AWAL.
           ADD 1 TO CACAH-BARIS-AUDIT.
           PERFORM AMBIL-UJUNG-RANTAI.
           PERFORM BACA-RIWAYAT.
      *----------------------------------------------------------*
      * UJUNG RANTAI SEGEL = BARIS BERSEGEL TERAKHIR YANG DIBACA. *
      * BARIS LAMA TANPA SEGEL TIDAK MENGUBAH UJUNG RANTAI.       *
      *----------------------------------------------------------*
       AMBIL-UJUNG-RANTAI.
           MOVE AUDIT-RECORD TO BARIS-AUDIT-SEGEL.
           IF SG-URUT IS NUMERIC AND SG-NILAI IS NUMERIC
               MOVE SG-URUT TO SGA-URUT
               MOVE SG-NILAI TO SGA-NILAI
           END-IF.
      *----------------------------------------------------------*
      * SATU PINTU PENULISAN BARIS AUDIT : ISI SUDAH DI SG-ISI,   *
      * URUT DAN SEGEL DITAMBAHKAN DI SINI. UJUNG RANTAI HANYA    *
      * MAJU KALAU BARISNYA BENAR-BENAR TERTULIS.                 *
      *----------------------------------------------------------*
       TULIS-BARIS-AUDIT.
           ADD 1 TO SGA-URUT GIVING SG-URUT.
           MOVE SGA-NILAI TO SG-SEBELUM.
           PERFORM HITUNG-SEGEL.
           WRITE AUDIT-RECORD FROM BARIS-AUDIT-SEGEL.
           IF AUDIT-OK
               ADD 1 TO CACAH-BARIS-AUDIT
               MOVE SG-URUT TO SGA-URUT
               MOVE SG-NILAI TO SGA-NILAI
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
       TULIS-JUDUL-AUDIT.
           PERFORM AMBIL-WAKTU.
           MOVE TANGGAL-CETAK TO JA-TANGGAL.
           MOVE WAKTU-CETAK TO JA-JAM.
           MOVE JUDUL-AUDIT-SESI TO SG-ISI.
           PERFORM TULIS-BARIS-AUDIT.
       TULIS-AUDIT-MASUK.
           PERFORM AMBIL-WAKTU.
           MOVE OPERATOR-ID TO JAM-OPERATOR.
           MOVE TANGGAL-CETAK TO JAM-TANGGAL.
           MOVE WAKTU-CETAK TO JAM-JAM.
           MOVE JUDUL-AUDIT-MASUK TO SG-ISI.
           PERFORM TULIS-BARIS-AUDIT.
       TULIS-AUDIT-TUTUP.
           PERFORM AMBIL-WAKTU.
           MOVE OPERATOR-ID TO JAT-OPERATOR.
           MOVE TANGGAL-CETAK TO JAT-TANGGAL.
           MOVE WAKTU-CETAK TO JAT-JAM.
           MOVE JUDUL-AUDIT-TUTUP TO SG-ISI.
           PERFORM TULIS-BARIS-AUDIT.
       AMBIL-WAKTU.
           ACCEPT TANGGAL-SEKARANG FROM DATE YYYYMMDD.
           STRING TS-TANGGAL '/' TS-BULAN '/' TS-TAHUN
               AT END MOVE '10' TO STATUS-BACA-TUNDA
               NOT AT END MOVE '00' TO STATUS-BACA-TUNDA
           END-READ.
      *----------------------------------------------------------*
      * REGISTER KIRIMAN : DIBUKA I-O SEKALI SAAT MULAI, DIBUAT   *
      * KOSONG KALAU BELUM ADA (BELUM ADA BLOK YANG TERCATAT).    *
      *----------------------------------------------------------*
       BUKA-KIRIMAN.
           OPEN I-O KIRIMAN-FILE.
           IF KIRIMAN-BELUM-ADA
               OPEN OUTPUT KIRIMAN-FILE
               CLOSE KIRIMAN-FILE
               OPEN I-O KIRIMAN-FILE
           END-IF.
           IF NOT KIRIMAN-OK
               DISPLAY 'KIRIMAN: GAGAL MEMBUKA FILE KIRIMAN, STATUS = '
                       STATUS-KIRIMAN
               STOP RUN
           END-IF.
       BACA-KIRIMAN-URUT.
           READ KIRIMAN-FILE NEXT RECORD
               AT END MOVE '10' TO STATUS-BACA-KIRIMAN
               NOT AT END MOVE '00' TO STATUS-BACA-KIRIMAN
           END-READ.
      *----------------------------------------------------------*
      * PETA AKUN GL : DIBUKA I-O SEKALI SAAT MULAI, DIBUAT       *
      * KOSONG KALAU BELUM ADA (BELUM ADA PETA YANG DIPASANG).    *
      *----------------------------------------------------------*
       BUKA-AKUN.
           OPEN I-O AKUN-FILE.
           IF AKUN-BELUM-ADA
               OPEN OUTPUT AKUN-FILE
               CLOSE AKUN-FILE
               OPEN I-O AKUN-FILE
           END-IF.
           IF NOT AKUN-OK
               DISPLAY 'AKUNGL: GAGAL MEMBUKA FILE AKUNGL, STATUS = '
                       STATUS-AKUN
               STOP RUN
           END-IF.
       BACA-AKUN-URUT.
           READ AKUN-FILE NEXT RECORD
               AT END MOVE '10' TO STATUS-BACA-AKUN
               NOT AT END MOVE '00' TO STATUS-BACA-AKUN
           END-READ.
      *    BACA SATU PETA LEWAT KUNCI DI AK-KUNCI.                 *
       CARI-AKUN.
           MOVE AK-KUNCI TO AG-KUNCI.
           READ AKUN-FILE
               INVALID KEY MOVE 'T' TO SAKLAR-AKUN-KETEMU
               NOT INVALID KEY MOVE 'Y' TO SAKLAR-AKUN-KETEMU
           END-READ.
       BUKA-JADWAL.
           OPEN I-O JADWAL-FILE.
           IF JADWAL-BELUM-ADA
               OPEN OUTPUT JADWAL-FILE
               CLOSE JADWAL-FILE
               OPEN I-O JADWAL-FILE
           END-IF.
           IF NOT JADWAL-OK
               DISPLAY 'JADWAL: GAGAL MEMBUKA FILE JADWAL, STATUS = '
                       STATUS-JADWAL
               STOP RUN
           END-IF.
       BACA-JADWAL-URUT.
           READ JADWAL-FILE NEXT RECORD
               AT END MOVE '10' TO STATUS-BACA-JADWAL
               NOT AT END MOVE '00' TO STATUS-BACA-JADWAL
           END-READ.
      *    BACA SATU JADWAL LEWAT KUNCI DI JK-KUNCI.               *
       CARI-JADWAL.
           MOVE JK-KUNCI TO JW-KUNCI.
           READ JADWAL-FILE
               INVALID KEY MOVE 'T' TO SAKLAR-JADWAL-KETEMU
               NOT INVALID KEY MOVE 'Y' TO SAKLAR-JADWAL-KETEMU
           END-READ.
       BUKA-INDUK-CABANG.
           OPEN I-O CABANG-FILE.
           IF CABANG-BELUM-ADA
               OPEN OUTPUT CABANG-FILE
               CLOSE CABANG-FILE
               OPEN I-O CABANG-FILE
           END-IF.
           IF NOT CABANG-OK
               DISPLAY 'CABANG: GAGAL MEMBUKA FILE CABANG, STATUS = '
                       STATUS-CABANG
               STOP RUN
           END-IF.
       BACA-CABANG-URUT.
           READ CABANG-FILE NEXT RECORD
               AT END MOVE '10' TO STATUS-BACA-CABANG
               NOT AT END MOVE '00' TO STATUS-BACA-CABANG
           END-READ.
      *    BACA SATU CABANG LEWAT KODE DI CK-KODE.                 *
       CARI-INDUK-CABANG.
           MOVE CK-KODE TO CB-KODE.
           READ CABANG-FILE
               INVALID KEY MOVE 'T' TO SAKLAR-CABANG-KETEMU
               NOT INVALID KEY MOVE 'Y' TO SAKLAR-CABANG-KETEMU
           END-READ.
       BUKA-TUTUP-HARI.
           OPEN I-O TUTUP-FILE.
           IF TUTUP-BELUM-ADA
               OPEN OUTPUT TUTUP-FILE
               CLOSE TUTUP-FILE
               OPEN I-O TUTUP-FILE
           END-IF.
           IF NOT TUTUP-OK
               DISPLAY 'TUTUPHARI: GAGAL MEMBUKA FILE TUTUPHARI, '
                       'STATUS = ' STATUS-TUTUP
               STOP RUN
           END-IF.
      *    BACA SATU RECORD KONTROL LEWAT TANGGAL DI HT-TANGGAL.    *
      *    TANGGAL TANPA RECORD ATAU BERSTATUS B BERARTI TERBUKA.   *
       CARI-HARI-TUTUP.
           MOVE 'T' TO SAKLAR-HARI-TERTUTUP.
           READ TUTUP-FILE
               INVALID KEY MOVE 'T' TO SAKLAR-HARI-TERTUTUP
               NOT INVALID KEY
                   IF HT-TERTUTUP
                       MOVE 'Y' TO SAKLAR-HARI-TERTUTUP
                   END-IF
           END-READ.
       KOSONGKAN-TUNDA.
           MOVE 0 TO TD-NOMOR.
           MOVE SPACE TO TD-JENIS.
               CLOSE AUDIT-FILE
               STOP RUN
           END-IF.
           OPEN INPUT LIHAT-FILE.
           IF NOT LIHAT-OK
               DISPLAY 'BATCH: GAGAL MEMBUKA PENGINTIP TRANSIN, '
                       'STATUS = ' STATUS-LIHAT
               CLOSE TRANS-FILE
               PERFORM MULAI-ULANG-LAPORAN
               IF NOT MODE-UJI
                   PERFORM MULAI-ULANG-HASILOUT
               END-IF
               GO TO PROSES-BATCH-EXIT
           END-IF.
           MOVE 0 TO CACAH-RECORD-LIHAT.
           MOVE '00' TO STATUS-BACA-LIHAT.
           PERFORM BACA-TRANSAKSI.
      *----------------------------------------------------------*
      * SIDIK FILE = RECORD PERTAMA TRANSIN (HEADER CABANG DAN    *
               DISPLAY 'TOLAKAN: GAGAL MEMBUKA FILE TOLAKAN, STATUS = '
                       STATUS-TOLAKAN
               CLOSE TRANS-FILE
               CLOSE LIHAT-FILE
               GO TO PROSES-BATCH-EXIT
           END-IF.
           IF NOT ADA-CEKPOIN
           PERFORM PROSES-SATU-TRANSAKSI THRU PROSES-SATU-TRANSAKSI-EXIT
               UNTIL AKHIR-FILE-TRANSAKSI.
           CLOSE TRANS-FILE.
           CLOSE LIHAT-FILE.
           PERFORM TUTUP-CABANG THRU TUTUP-CABANG-EXIT.
           CLOSE TOLAK-FILE.
           PERFORM PERIKSA-TRAILER THRU PERIKSA-TRAILER-EXIT.
           MOVE 0 TO TRAILER-HASH.
           MOVE 'T' TO SAKLAR-ADA-TRAILER.
           MOVE 'Y' TO SAKLAR-CABANG-TERBUKA.
           MOVE 'T' TO SAKLAR-KIRIMAN-DOBEL.
           MOVE SPACES TO CABANG-TANGGAL.
           MOVE 0 TO CABANG-RECORD-HEADER.
           MOVE SPACE TO CABANG-ALASAN-TOLAK.
           MOVE SPACES TO CABANG-NAMA.
           MOVE 0 TO CABANG-PLAFON.
           MOVE 0 TO CABANG-NILAI-AWAL.
           MOVE 0 TO CABANG-NILAI-BLOK.
      *----------------------------------------------------------*
      * AKHIR BLOK CABANG (TRAILER DITEMUKAN, HEADER CABANG       *
      * BERIKUTNYA MUNCUL, ATAU FILE HABIS) : CACAH RINCIAN DAN   *
           END-IF.
           PERFORM TULIS-KONTROL-KOSONG.
           MOVE SPACES TO TEKS-KONTROL.
           STRING 'Subtotal Cabang ' CABANG-PENGIRIM ' ' CABANG-NAMA
               DELIMITED BY SIZE INTO TEKS-KONTROL.
           PERFORM TULIS-KONTROL-TEKS.
           MOVE 'Cabang - Cacah Rincian' TO BR-LABEL.
           MOVE 'Cabang - Hash N1 Aktual' TO BKH-LABEL.
           MOVE HASH-CABANG-N1 TO BKH-ANGKA.
           PERFORM TULIS-KONTROL-HASH.
           IF KIRIMAN-DOBEL
               MOVE SPACES TO TEKS-KONTROL
               STRING '*** CABANG ' CABANG-PENGIRIM
                   ' KIRIMAN DOBEL - DITOLAK UTUH ***'
                   DELIMITED BY SIZE INTO TEKS-KONTROL
               PERFORM TULIS-KONTROL-TEKS
           END-IF.
           IF NOT CABANG-SAH
               MOVE SPACES TO TEKS-KONTROL
               IF CABANG-TERLAMBAT
                   STRING '*** CABANG ' CABANG-PENGIRIM
                       ' TERLAMBAT - DITOLAK UTUH ***'
                       DELIMITED BY SIZE INTO TEKS-KONTROL
               ELSE
                   STRING '*** CABANG ' CABANG-PENGIRIM
                       ' TIDAK DIKENAL/NONAKTIF - DITOLAK UTUH ***'
                       DELIMITED BY SIZE INTO TEKS-KONTROL
               END-IF
               PERFORM TULIS-KONTROL-TEKS
           END-IF.
      *    POSTING HARIAN CABANG DIMUTAKHIRKAN SEWAKTU BLOKNYA     *
      *    SELESAI, BERTRAILER ATAU TIDAK (RINCIANNYA SUDAH        *
      *    TERPOSTING); RUN UJI TIDAK MENGUBAH APA PUN.            *
           IF CABANG-SAH AND NOT KIRIMAN-DOBEL AND NOT MODE-UJI
                   AND CABANG-RECORD-HEADER > 0
               PERFORM CATAT-POSTING-CABANG
                   THRU CATAT-POSTING-CABANG-EXIT
           END-IF.
           IF NOT ADA-TRAILER
               ADD 1 TO CACAH-CABANG-TANPA
               MOVE SPACES TO TEKS-KONTROL
               STRING '*** CABANG ' CABANG-PENGIRIM
                   ' TANPA TRAILER - MERAGUKAN ***'
                   DELIMITED BY SIZE INTO TEKS-KONTROL
               PERFORM TULIS-KONTROL-TEKS
               DISPLAY 'BATCH: CABANG ' CABANG-PENGIRIM
                       ' TANPA TRAILER, KIRIMAN MERAGUKAN'
               GO TO TUTUP-CABANG-SELESAI
           END-IF.
           MOVE 'Cabang - Cacah Diharapkan' TO BR-LABEL.
           MOVE TRAILER-CACAH TO BR-ANGKA.
                       ' OUT OF BALANCE ***, CACAH/HASH '
                       'TIDAK COCOK DENGAN TRAILER'
           END-IF.
      *    BLOK BERHEADER DAN BERTRAILER YANG BUKAN DOBEL MASUK    *
      *    REGISTER KIRIMAN; RUN UJI TIDAK MENDAFTARKAN APA PUN.   *
      *    BLOK YANG DITOLAK UTUH KARENA CABANGNYA TIDAK TERCATAT, *
      *    SUPAYA KIRIMAN ULANG SESUDAH DIPERBAIKI BISA DIPOSTING. *
           IF NOT KIRIMAN-DOBEL AND NOT MODE-UJI
                   AND CABANG-RECORD-HEADER > 0 AND CABANG-SAH
               PERFORM CATAT-KIRIMAN THRU CATAT-KIRIMAN-EXIT
           END-IF.
       TUTUP-CABANG-SELESAI.
           MOVE 'T' TO SAKLAR-CABANG-TERBUKA.
       TUTUP-CABANG-EXIT.
           MOVE 'Cabang - Tanpa Trailer' TO BR-LABEL.
           MOVE CACAH-CABANG-TANPA TO BR-ANGKA.
           PERFORM TULIS-KONTROL-RINGKAS.
           MOVE 'Cabang - Kiriman Dobel' TO BR-LABEL.
           MOVE CACAH-CABANG-DOBEL TO BR-ANGKA.
           PERFORM TULIS-KONTROL-RINGKAS.
           MOVE 'Seluruh - Cacah Rincian' TO BR-LABEL.
           MOVE CACAH-DETAIL-AKTUAL TO BR-ANGKA.
           PERFORM TULIS-KONTROL-RINGKAS.
           MOVE 'Seluruh - Hash N1 Aktual' TO BKH-LABEL.
           MOVE HASH-N1-AKTUAL TO BKH-ANGKA.
           PERFORM TULIS-KONTROL-HASH.
      *    KIRIMAN DOBEL TIDAK MEMBUAT RUN SELISIH (BLOKNYA TETAP  *
      *    DIREKONSILIASI), TETAPI HARUS TERLIHAT OLEH PEMERIKSA.  *
           IF CACAH-CABANG-DOBEL > 0
               MOVE '*** ADA KIRIMAN DOBEL DITOLAK UTUH ***'
                   TO TEKS-KONTROL
               PERFORM TULIS-KONTROL-TEKS
               DISPLAY 'BATCH: ' CACAH-CABANG-DOBEL
                       ' BLOK KIRIMAN DOBEL DITOLAK KE TOLAKAN'
           END-IF.
           IF CACAH-CABANG-SELISIH > 0
               MOVE '*** ADA CABANG OUT OF BALANCE ***'
                   TO TEKS-KONTROL
           MOVE CP-CABANG-HASH TO HASH-CABANG-N1.
           MOVE CP-CABANG TO CABANG-PENGIRIM.
           MOVE CP-CABANG-TERBUKA TO SAKLAR-CABANG-TERBUKA.
           MOVE CP-DITOLAK-DOBEL TO CACAH-DITOLAK-DOBEL.
           MOVE CP-CABANG-DOBEL TO CACAH-CABANG-DOBEL.
           MOVE CP-CABANG-RECORD-HEADER TO CABANG-RECORD-HEADER.
           MOVE CP-CABANG-TANGGAL TO CABANG-TANGGAL.
           MOVE CP-KIRIMAN-DOBEL TO SAKLAR-KIRIMAN-DOBEL.
           MOVE CP-DITOLAK-RUMUS TO CACAH-DITOLAK-RUMUS.
           MOVE CP-DITOLAK-CABANG TO CACAH-DITOLAK-CABANG.
           MOVE CP-DITOLAK-TELAT TO CACAH-DITOLAK-TELAT.
           MOVE CP-DITOLAK-PLAFON TO CACAH-DITOLAK-PLAFON.
           MOVE CP-CABANG-PLAFON TO CABANG-PLAFON.
           MOVE CP-CABANG-NILAI-AWAL TO CABANG-NILAI-AWAL.
           MOVE CP-CABANG-NILAI-BLOK TO CABANG-NILAI-BLOK.
           MOVE CP-CABANG-ALASAN TO CABANG-ALASAN-TOLAK.
           MOVE CP-CABANG-NAMA TO CABANG-NAMA.
           MOVE CP-BATAL TO CACAH-BATAL.
           MOVE CP-DITOLAK-BATAL TO CACAH-DITOLAK-BATAL.
           MOVE CP-ANGSURAN TO CACAH-ANGSURAN.
           MOVE CP-PERIODE-ANGSURAN TO CACAH-PERIODE-ANGSURAN.
           MOVE CP-DITOLAK-ANGSURAN TO CACAH-DITOLAK-ANGSURAN.
           MOVE CP-DITOLAK-TUTUP TO CACAH-DITOLAK-TUTUP.
           DISPLAY 'BATCH: CEKPOIN DITEMUKAN, LANJUT SESUDAH RECORD '
                   CP-RECORD-SELESAI.
           PERFORM PANGKAS-FILE-PULIH.
           MOVE CEKPOIN-RECORD TO BARIS-CEKPOIN.
           IF CP-ANGKA IS NUMERIC AND CP-HASH-N1 IS NUMERIC
                   AND CP-CABANG-HASH IS NUMERIC
                   AND CP-ANGKA-KIRIMAN IS NUMERIC
                   AND CP-ANGKA-CABANG IS NUMERIC
                   AND CP-ANGKA-BATAL IS NUMERIC
                   AND CP-ANGKA-ANGSURAN IS NUMERIC
                   AND CP-DITOLAK-TUTUP IS NUMERIC
               MOVE BARIS-CEKPOIN TO CEKPOIN-TERSIMPAN
               MOVE 'Y' TO SAKLAR-ADA-CEKPOIN
           END-IF.
           MOVE CABANG-PENGIRIM TO CP-CABANG.
           MOVE SAKLAR-CABANG-TERBUKA TO CP-CABANG-TERBUKA.
           MOVE SIDIK-TRANSIN TO CP-SIDIK-TRANSIN.
           MOVE CACAH-DITOLAK-DOBEL TO CP-DITOLAK-DOBEL.
           MOVE CACAH-CABANG-DOBEL TO CP-CABANG-DOBEL.
           MOVE CABANG-RECORD-HEADER TO CP-CABANG-RECORD-HEADER.
           MOVE CABANG-TANGGAL TO CP-CABANG-TANGGAL.
           MOVE SAKLAR-KIRIMAN-DOBEL TO CP-KIRIMAN-DOBEL.
           MOVE CACAH-DITOLAK-RUMUS TO CP-DITOLAK-RUMUS.
           MOVE CACAH-DITOLAK-CABANG TO CP-DITOLAK-CABANG.
           MOVE CACAH-DITOLAK-TELAT TO CP-DITOLAK-TELAT.
           MOVE CACAH-DITOLAK-PLAFON TO CP-DITOLAK-PLAFON.
           MOVE CABANG-PLAFON TO CP-CABANG-PLAFON.
           MOVE CABANG-NILAI-AWAL TO CP-CABANG-NILAI-AWAL.
           MOVE CABANG-NILAI-BLOK TO CP-CABANG-NILAI-BLOK.
           MOVE CABANG-ALASAN-TOLAK TO CP-CABANG-ALASAN.
           MOVE CABANG-NAMA TO CP-CABANG-NAMA.
           MOVE CACAH-BATAL TO CP-BATAL.
           MOVE CACAH-DITOLAK-BATAL TO CP-DITOLAK-BATAL.
           MOVE CACAH-ANGSURAN TO CP-ANGSURAN.
           MOVE CACAH-PERIODE-ANGSURAN TO CP-PERIODE-ANGSURAN.
           MOVE CACAH-DITOLAK-ANGSURAN TO CP-DITOLAK-ANGSURAN.
           MOVE CACAH-DITOLAK-TUTUP TO CP-DITOLAK-TUTUP.
           OPEN EXTEND CEKPOIN-FILE.
           IF CEKPOIN-TIDAK-ADA
               OPEN OUTPUT CEKPOIN-FILE
                       STATUS-AUDIT ' ' STATUS-PULIH
               STOP RUN
           END-IF.
      *    UJUNG RANTAI SEGEL DIAMBIL ULANG DARI BARIS TERAKHIR    *
      *    YANG TERSISA SESUDAH PEMANGKASAN.                       *
           MOVE 0 TO SGA-URUT.
           MOVE 0 TO SGA-NILAI.
           PERFORM BACA-PULIH-PANGKAS.
           PERFORM SALIN-PULIH-KE-AUDIT THRU SALIN-PULIH-KE-AUDIT-EXIT
               UNTIL AKHIR-PANGKAS.
                       STATUS-AUDIT
               STOP RUN
           END-IF.
           PERFORM AMBIL-UJUNG-RANTAI.
           PERFORM BACA-PULIH-PANGKAS.
       SALIN-PULIH-KE-AUDIT-EXIT.
           EXIT.
               PERFORM BUKA-CABANG
               DISPLAY 'BATCH: HEADER CABANG ' TH-CABANG
                       ' TANGGAL ' TH-TANGGAL
               PERFORM PERIKSA-KIRIMAN-DOBEL
                   THRU PERIKSA-KIRIMAN-DOBEL-EXIT
               IF KIRIMAN-DOBEL
                   ADD 1 TO CACAH-CABANG-DOBEL
                   MOVE '5' TO TL-ALASAN
                   PERFORM TULIS-TOLAKAN
                   DISPLAY 'BATCH: CABANG ' TH-CABANG
                           ' KIRIMAN DOBEL, BLOK DITOLAK UTUH'
               ELSE
                   PERFORM PERIKSA-INDUK-CABANG
                       THRU PERIKSA-INDUK-CABANG-EXIT
                   IF NOT CABANG-SAH
                       MOVE CABANG-ALASAN-TOLAK TO TL-ALASAN
                       PERFORM TULIS-TOLAKAN
                   END-IF
               END-IF
               PERFORM CATAT-KEMAJUAN
               PERFORM BACA-TRANSAKSI
               GO TO PROSES-SATU-TRANSAKSI-EXIT
               IF NOT CABANG-TERBUKA
                   MOVE '????' TO CABANG-PENGIRIM
                   PERFORM BUKA-CABANG
                   PERFORM PERIKSA-INDUK-CABANG
                       THRU PERIKSA-INDUK-CABANG-EXIT
               END-IF
               IF TT-CACAH IS NUMERIC AND TT-HASH-N1 IS NUMERIC
                   MOVE TT-CACAH TO TRAILER-CACAH
               ELSE
                   DISPLAY 'BATCH: TRAILER RUSAK, DIABAIKAN'
               END-IF
               IF KIRIMAN-DOBEL
                   MOVE '5' TO TL-ALASAN
                   PERFORM TULIS-TOLAKAN
               END-IF
               IF NOT CABANG-SAH
                   MOVE CABANG-ALASAN-TOLAK TO TL-ALASAN
                   PERFORM TULIS-TOLAKAN
               END-IF
      *        BLOK YANG BARU MASUK REGISTER LANGSUNG DIIKUTI TITIK  *
      *        PULIH, SUPAYA RUN LANJUTAN TIDAK MEMPROSES ULANG BLOK *
      *        ITU DAN MENGANGGAPNYA KIRIMAN DOBEL.                  *
               MOVE 'T' TO SAKLAR-KIRIMAN-TERCATAT
               PERFORM TUTUP-CABANG THRU TUTUP-CABANG-EXIT
               IF KIRIMAN-TERCATAT
                   PERFORM TULIS-CEKPOIN
               ELSE
                   PERFORM CATAT-KEMAJUAN
               END-IF
               PERFORM BACA-TRANSAKSI
               GO TO PROSES-SATU-TRANSAKSI-EXIT
           END-IF.
           IF NOT CABANG-TERBUKA
               MOVE '????' TO CABANG-PENGIRIM
               PERFORM BUKA-CABANG
               PERFORM PERIKSA-INDUK-CABANG
                   THRU PERIKSA-INDUK-CABANG-EXIT
           END-IF.
           IF TRANS-RECORD(1:1) = 'R'
               PERFORM PROSES-RUMUS-BATCH THRU PROSES-RUMUS-BATCH-EXIT
               GO TO PROSES-SATU-TRANSAKSI-EXIT
           END-IF.
           IF TRANS-RECORD(1:1) = 'B'
               PERFORM PROSES-BATAL-BATCH THRU PROSES-BATAL-BATCH-EXIT
               GO TO PROSES-SATU-TRANSAKSI-EXIT
           END-IF.
           IF TRANS-RECORD(1:1) = 'A'
               PERFORM PROSES-ANGSURAN-BATCH
                   THRU PROSES-ANGSURAN-BATCH-EXIT
               GO TO PROSES-SATU-TRANSAKSI-EXIT
           END-IF.
           ADD 1 TO CACAH-DETAIL-AKTUAL.
           ADD TR-N1 TO HASH-N1-AKTUAL.
           ADD 1 TO CACAH-CABANG-DETAIL.
           ADD TR-N1 TO HASH-CABANG-N1.
           IF KIRIMAN-DOBEL
               ADD 1 TO CACAH-DITOLAK
               ADD 1 TO CACAH-DITOLAK-DOBEL
               ADD 1 TO CACAH-CABANG-DITOLAK
               MOVE '5' TO TL-ALASAN
               PERFORM TULIS-TOLAKAN
               PERFORM CATAT-KEMAJUAN
               PERFORM BACA-TRANSAKSI
               GO TO PROSES-SATU-TRANSAKSI-EXIT
           END-IF.
           IF NOT CABANG-SAH
               PERFORM TOLAK-RINCIAN-CABANG
               PERFORM CATAT-KEMAJUAN
               PERFORM BACA-TRANSAKSI
               GO TO PROSES-SATU-TRANSAKSI-EXIT
           END-IF.
           MOVE TR-N1 TO N1.
           MOVE TR-N2 TO N2.
           MOVE TR-KODE-OPERASI TO PIL.
               PERFORM BACA-TRANSAKSI
               GO TO PROSES-SATU-TRANSAKSI-EXIT
           END-IF.
      *    HARI TERTUTUP DIPERIKSA SEBELUM PLAFON, SUPAYA RINCIAN  *
      *    YANG TIDAK BISA DIPOSTING TIDAK IKUT DIJUMLAH KE        *
      *    POSTING CABANG.                                         *
           IF MODE-BATCH
               PERFORM TENTUKAN-TANGGAL-POSTING
                   THRU TENTUKAN-TANGGAL-POSTING-EXIT
               IF NOT POSTING-BUKA
                   PERFORM TOLAK-RINCIAN-TUTUP
                   PERFORM CATAT-KEMAJUAN
                   PERFORM BACA-TRANSAKSI
                   GO TO PROSES-SATU-TRANSAKSI-EXIT
               END-IF
           END-IF.
           PERFORM PERIKSA-PLAFON-CABANG
               THRU PERIKSA-PLAFON-CABANG-EXIT.
           IF NOT DALAM-PLAFON
               PERFORM TOLAK-RINCIAN-PLAFON
               PERFORM CATAT-KEMAJUAN
               PERFORM BACA-TRANSAKSI
               GO TO PROSES-SATU-TRANSAKSI-EXIT
           END-IF.
           MOVE N1 TO NIL1.
           MOVE N2 TO NIL2.
           PERFORM TULIS-LAPORAN-DETAIL
           PERFORM BACA-TRANSAKSI.
       PROSES-SATU-TRANSAKSI-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * RINCIAN RUMUS (TIPE R) : DIHITUNG DENGAN MESIN RUMUS YANG  *
      * SAMA DENGAN PILIHAN 9, TANPA LAYAR. RUMUS YANG TIDAK ADA   *
      * ATAU LANGKAHNYA TIDAK SAH DITOLAK DENGAN ALASAN 6; BATAS   *
      * NILAI OPERATOR BERLAKU ATAS HASIL AKHIRNYA (ALASAN 4).     *
      *----------------------------------------------------------*
       PROSES-RUMUS-BATCH.
           ADD 1 TO CACAH-DETAIL-AKTUAL.
           ADD 1 TO CACAH-CABANG-DETAIL.
           IF TRR-N1 IS NUMERIC
               ADD TRR-N1 TO HASH-N1-AKTUAL
               ADD TRR-N1 TO HASH-CABANG-N1
           END-IF.
           IF KIRIMAN-DOBEL
               ADD 1 TO CACAH-DITOLAK
               ADD 1 TO CACAH-DITOLAK-DOBEL
               ADD 1 TO CACAH-CABANG-DITOLAK
               MOVE '5' TO TL-ALASAN
               PERFORM TULIS-TOLAKAN
               GO TO PROSES-RUMUS-BATCH-LANJUT
           END-IF.
           IF NOT CABANG-SAH
               PERFORM TOLAK-RINCIAN-CABANG
               GO TO PROSES-RUMUS-BATCH-LANJUT
           END-IF.
           MOVE SPACES TO KONSTANTA-DIPAKAI.
           MOVE 'T' TO SAKLAR-RUMUS-GAGAL.
           MOVE 0 TO LANGKAH-CACAH.
           IF TRR-N1 IS NOT NUMERIC OR TRR-N2 IS NOT NUMERIC
                   OR TRR-NAMA = SPACES
               MOVE 'Y' TO SAKLAR-RUMUS-GAGAL
           ELSE
               MOVE TRR-N1 TO N1
               MOVE TRR-N2 TO N2
               MOVE TRR-NAMA TO RUMUS-PILIH-NAMA
               PERFORM HITUNG-RUMUS
           END-IF.
           IF RUMUS-GAGAL OR LANGKAH-CACAH = 0
               ADD 1 TO CACAH-DITOLAK
               ADD 1 TO CACAH-DITOLAK-RUMUS
               ADD 1 TO CACAH-CABANG-DITOLAK
               MOVE '6' TO TL-ALASAN
               PERFORM TULIS-TOLAKAN
               DISPLAY 'BATCH: TRANSAKSI DITOLAK, RUMUS ' TRR-NAMA
                       ' TIDAK ADA ATAU LANGKAHNYA TIDAK SAH'
               GO TO PROSES-RUMUS-BATCH-LANJUT
           END-IF.
           MOVE N1-LANGKAH TO HASIL-MENTAH.
           MOVE HASIL-MENTAH TO HASIL.
           MOVE 0 TO SISA.
           MOVE 9 TO PIL.
           PERFORM PERIKSA-BATAS THRU PERIKSA-BATAS-EXIT.
           IF NOT HITUNG-DISETUJUI
               ADD 1 TO CACAH-DITOLAK
               ADD 1 TO CACAH-DITOLAK-BATAS
               ADD 1 TO CACAH-CABANG-DITOLAK
               MOVE '4' TO TL-ALASAN
               PERFORM TULIS-TOLAKAN
               DISPLAY 'BATCH: TRANSAKSI DITOLAK, MELEBIHI BATAS '
                       'NILAI OPERATOR'
               GO TO PROSES-RUMUS-BATCH-LANJUT
           END-IF.
      *    HARI TERTUTUP DIPERIKSA SEBELUM PLAFON, SUPAYA RINCIAN  *
      *    YANG TIDAK BISA DIPOSTING TIDAK IKUT DIJUMLAH KE        *
      *    POSTING CABANG.                                         *
           IF MODE-BATCH
               PERFORM TENTUKAN-TANGGAL-POSTING
                   THRU TENTUKAN-TANGGAL-POSTING-EXIT
               IF NOT POSTING-BUKA
                   PERFORM TOLAK-RINCIAN-TUTUP
                   GO TO PROSES-RUMUS-BATCH-LANJUT
               END-IF
           END-IF.
           PERFORM PERIKSA-PLAFON-CABANG
               THRU PERIKSA-PLAFON-CABANG-EXIT.
           IF NOT DALAM-PLAFON
               PERFORM TOLAK-RINCIAN-PLAFON
               GO TO PROSES-RUMUS-BATCH-LANJUT
           END-IF.
           MOVE N1 TO NIL1.
           MOVE N2 TO NIL2.
           PERFORM TULIS-LAPORAN-RUMUS
               THRU TULIS-LAPORAN-RUMUS-EXIT.
           DISPLAY 'BATCH: ' OPERATOR-ID ' ' NIL1 ' RUMUS ' TRR-NAMA
                   ' ' NIL2 ' HASIL=' HASIL.
       PROSES-RUMUS-BATCH-LANJUT.
           PERFORM CATAT-KEMAJUAN.
           PERFORM BACA-TRANSAKSI.
       PROSES-RUMUS-BATCH-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * RINCIAN PEMBATALAN (TIPE B) : BARIS AUDIT ASLI CABANG     *
      * INI DICARI LEWAT TANGGAL POSTING, NILAI 1, NILAI 2, DAN   *
      * KODE OPERASINYA, LALU DIBALIK SEPERTI PEMBATALAN DARI     *
      * LAYAR. DATA TIDAK SAH, ALASAN TIDAK DIKENAL, ATAU BARIS   *
      * ASLI YANG TIDAK ADA / SUDAH DIBATALKAN DITOLAK DENGAN     *
      * ALASAN A. BATAS NILAI DAN PLAFON CABANG TIDAK BERLAKU     *
      * KARENA PEMBATALAN TIDAK MENAMBAH NILAI YANG DIPOSTING.    *
      *----------------------------------------------------------*
       PROSES-BATAL-BATCH.
           ADD 1 TO CACAH-DETAIL-AKTUAL.
           ADD 1 TO CACAH-CABANG-DETAIL.
           IF TRB-N1 IS NUMERIC
               ADD TRB-N1 TO HASH-N1-AKTUAL
               ADD TRB-N1 TO HASH-CABANG-N1
           END-IF.
           IF KIRIMAN-DOBEL
               ADD 1 TO CACAH-DITOLAK
               ADD 1 TO CACAH-DITOLAK-DOBEL
               ADD 1 TO CACAH-CABANG-DITOLAK
               MOVE '5' TO TL-ALASAN
               PERFORM TULIS-TOLAKAN
               GO TO PROSES-BATAL-BATCH-LANJUT
           END-IF.
           IF NOT CABANG-SAH
               PERFORM TOLAK-RINCIAN-CABANG
               GO TO PROSES-BATAL-BATCH-LANJUT
           END-IF.
           MOVE TRB-TANGGAL TO TANGGAL-UJI.
           PERFORM PERIKSA-TANGGAL-UJI.
           IF NOT TANGGAL-SAH OR TRB-N1 IS NOT NUMERIC
                   OR TRB-N2 IS NOT NUMERIC
                   OR TRB-KODE-OPERASI IS NOT NUMERIC
                   OR TRB-ALASAN IS NOT NUMERIC
               PERFORM TOLAK-RINCIAN-BATAL
               GO TO PROSES-BATAL-BATCH-LANJUT
           END-IF.
           MOVE TRB-ALASAN TO ALASAN-BATAL.
           IF NOT ALASAN-BATAL-SAH
               PERFORM TOLAK-RINCIAN-BATAL
               GO TO PROSES-BATAL-BATCH-LANJUT
           END-IF.
           PERFORM CARI-ASLI-BATAL THRU CARI-ASLI-BATAL-EXIT.
           IF NOT ASLI-KETEMU
               PERFORM TOLAK-RINCIAN-BATAL
               GO TO PROSES-BATAL-BATCH-LANJUT
           END-IF.
           IF MODE-BATCH
               PERFORM TENTUKAN-TANGGAL-POSTING
                   THRU TENTUKAN-TANGGAL-POSTING-EXIT
               IF NOT POSTING-BUKA
                   PERFORM TOLAK-RINCIAN-TUTUP
                   GO TO PROSES-BATAL-BATCH-LANJUT
               END-IF
           END-IF.
           PERFORM POSTING-BATAL THRU POSTING-BATAL-EXIT.
           IF BATAL-TERPOSTING
               DISPLAY 'BATCH: ' OPERATOR-ID ' BATAL URUT ' BA-URUT
                       ' ALASAN ' TRB-ALASAN ' HASIL=' HASIL
           END-IF.
       PROSES-BATAL-BATCH-LANJUT.
           PERFORM CATAT-KEMAJUAN.
           PERFORM BACA-TRANSAKSI.
       PROSES-BATAL-BATCH-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * RINCIAN JADWAL ANGSURAN (TIPE A) : JADWAL DIHITUNG SEPERTI *
      * DARI LAYAR LALU LANGSUNG DIPOSTING. DATA TIDAK SAH DITOLAK *
      * DENGAN ALASAN B, TARIF YANG TIDAK BERLAKU PADA SALAH SATU  *
      * JATUH TEMPO DENGAN ALASAN 3. BATAS NILAI OPERATOR (ALASAN  *
      * 4) DAN PLAFON CABANG (ALASAN 9) BERLAKU ATAS POKOK, TARIF, *
      * DAN JUMLAH SELURUH ANGSURAN.                               *
      *----------------------------------------------------------*
       PROSES-ANGSURAN-BATCH.
           ADD 1 TO CACAH-DETAIL-AKTUAL.
           ADD 1 TO CACAH-CABANG-DETAIL.
           IF TRA-POKOK IS NUMERIC
               ADD TRA-POKOK TO HASH-N1-AKTUAL
               ADD TRA-POKOK TO HASH-CABANG-N1
           END-IF.
           IF KIRIMAN-DOBEL
               ADD 1 TO CACAH-DITOLAK
               ADD 1 TO CACAH-DITOLAK-DOBEL
               ADD 1 TO CACAH-CABANG-DITOLAK
               MOVE '5' TO TL-ALASAN
               PERFORM TULIS-TOLAKAN
               GO TO PROSES-ANGSURAN-BATCH-LANJUT
           END-IF.
           IF NOT CABANG-SAH
               PERFORM TOLAK-RINCIAN-CABANG
               GO TO PROSES-ANGSURAN-BATCH-LANJUT
           END-IF.
           IF TRA-POKOK IS NOT NUMERIC OR TRA-TENOR IS NOT NUMERIC
               PERFORM TOLAK-RINCIAN-ANGSURAN
               GO TO PROSES-ANGSURAN-BATCH-LANJUT
           END-IF.
           IF TRA-POKOK NOT > 0
               PERFORM TOLAK-RINCIAN-ANGSURAN
               GO TO PROSES-ANGSURAN-BATCH-LANJUT
           END-IF.
           MOVE TRA-POKOK TO AM-POKOK.
           MOVE TRA-KODE-KONSTANTA TO AM-KONSTANTA.
           MOVE TRA-TENOR TO AM-TENOR.
           MOVE TRA-MULAI TO AM-MULAI.
           PERFORM HITUNG-JADWAL-ANGSURAN
               THRU HITUNG-JADWAL-ANGSURAN-EXIT.
           IF NOT ANGSURAN-SAH
               PERFORM TOLAK-RINCIAN-ANGSURAN
               GO TO PROSES-ANGSURAN-BATCH-LANJUT
           END-IF.
           MOVE AM-POKOK TO N1.
           MOVE AN-TARIF(1) TO N2.
           MOVE AN-TOTAL-ANGSURAN TO HASIL-MENTAH.
           PERFORM PERIKSA-BATAS THRU PERIKSA-BATAS-EXIT.
           IF NOT HITUNG-DISETUJUI
               ADD 1 TO CACAH-DITOLAK
               ADD 1 TO CACAH-DITOLAK-BATAS
               ADD 1 TO CACAH-CABANG-DITOLAK
               MOVE '4' TO TL-ALASAN
               PERFORM TULIS-TOLAKAN
               DISPLAY 'BATCH: TRANSAKSI DITOLAK, MELEBIHI BATAS '
                       'NILAI OPERATOR'
               GO TO PROSES-ANGSURAN-BATCH-LANJUT
           END-IF.
      *    HARI TERTUTUP DIPERIKSA SEBELUM PLAFON, SUPAYA RINCIAN  *
      *    YANG TIDAK BISA DIPOSTING TIDAK IKUT DIJUMLAH KE        *
      *    POSTING CABANG.                                         *
           IF MODE-BATCH
               PERFORM TENTUKAN-TANGGAL-POSTING
                   THRU TENTUKAN-TANGGAL-POSTING-EXIT
               IF NOT POSTING-BUKA
                   PERFORM TOLAK-RINCIAN-TUTUP
                   GO TO PROSES-ANGSURAN-BATCH-LANJUT
               END-IF
           END-IF.
           PERFORM PERIKSA-PLAFON-CABANG
               THRU PERIKSA-PLAFON-CABANG-EXIT.
           IF NOT DALAM-PLAFON
               PERFORM TOLAK-RINCIAN-PLAFON
               GO TO PROSES-ANGSURAN-BATCH-LANJUT
           END-IF.
           PERFORM POSTING-ANGSURAN THRU POSTING-ANGSURAN-EXIT.
           IF ANGSURAN-TERPOSTING
               MOVE AM-POKOK TO NIL1
               DISPLAY 'BATCH: ' OPERATOR-ID ' ANGSURAN ' AM-KONSTANTA
                       ' POKOK ' NIL1 ' TENOR ' AM-TENOR
                       ' JUMLAH=' HASIL
           END-IF.
       PROSES-ANGSURAN-BATCH-LANJUT.
           PERFORM CATAT-KEMAJUAN.
           PERFORM BACA-TRANSAKSI.
       PROSES-ANGSURAN-BATCH-EXIT.
           EXIT.
       TOLAK-RINCIAN-ANGSURAN.
           ADD 1 TO CACAH-DITOLAK.
           ADD 1 TO CACAH-CABANG-DITOLAK.
           IF ANGSURAN-ALASAN = '3'
               ADD 1 TO CACAH-DITOLAK-KONSTANTA
               MOVE '3' TO TL-ALASAN
           ELSE
               ADD 1 TO CACAH-DITOLAK-ANGSURAN
               MOVE 'B' TO TL-ALASAN
           END-IF.
           PERFORM TULIS-TOLAKAN.
           DISPLAY 'BATCH: JADWAL ANGSURAN DITOLAK, ' ANGSURAN-PESAN.
       TOLAK-RINCIAN-BATAL.
           ADD 1 TO CACAH-DITOLAK.
           ADD 1 TO CACAH-DITOLAK-BATAL.
           ADD 1 TO CACAH-CABANG-DITOLAK.
           MOVE 'A' TO TL-ALASAN.
           PERFORM TULIS-TOLAKAN.
           DISPLAY 'BATCH: PEMBATALAN DITOLAK, DATA TIDAK SAH ATAU '
                   'BARIS ASLI TIDAK ADA / SUDAH DIBATALKAN'.
      *----------------------------------------------------------*
      * CARI BARIS ASLI UNTUK PEMBATALAN BATCH DI AUDIT BERJALAN. *
      * HANYA BARIS BERSEGEL DENGAN HASIL MENTAH YANG BISA        *
      * DIBALIK; BARIS YANG SUDAH DIARSIP TIDAK TERJANGKAU.       *
      * AUDIT DIBUKA INPUT SEMENTARA LALU DIBUKA EXTEND LAGI,     *
      * SEPERTI MENU 6, SEHINGGA PEMBATALAN YANG BARU DITULIS     *
      * RUN INI IKUT TERBACA.                                     *
      *----------------------------------------------------------*
       CARI-ASLI-BATAL.
           MOVE 'T' TO SAKLAR-ASLI-KETEMU.
           MOVE 0 TO CL-JUMLAH.
           MOVE SPACES TO TANGGAL-ASLI-CETAK.
           STRING TU-HARI '/' TU-BULAN '/' TU-TAHUN
               DELIMITED BY SIZE INTO TANGGAL-ASLI-CETAK.
           CLOSE AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-OK
               PERFORM BACA-RIWAYAT
               PERFORM SARING-CALON-BATAL THRU SARING-CALON-BATAL-EXIT
                   UNTIL AKHIR-AUDIT
               CLOSE AUDIT-FILE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF NOT AUDIT-OK
               DISPLAY 'AUDIT: GAGAL MEMBUKA FILE AUDIT, STATUS = '
                       STATUS-AUDIT
               STOP RUN
           END-IF.
           PERFORM PILIH-CALON-BATAL
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > CL-JUMLAH OR ASLI-KETEMU.
       CARI-ASLI-BATAL-EXIT.
           EXIT.
       SARING-CALON-BATAL.
           IF AUDIT-RECORD(1:3) = '==='
               GO TO SARING-CALON-BATAL-LANJUT
           END-IF.
           MOVE AUDIT-RECORD TO BARIS-AUDIT.
           IF AD-PEMBATALAN
               IF AD-REF-URUT IS NUMERIC
                   PERFORM CORET-CALON-BATAL
                       VARYING CL-IDX FROM 1 BY 1
                       UNTIL CL-IDX > CL-JUMLAH
               END-IF
               GO TO SARING-CALON-BATAL-LANJUT
           END-IF.
           IF AD-ANGSURAN
               GO TO SARING-CALON-BATAL-LANJUT
           END-IF.
           IF AD-CABANG NOT = CABANG-PENGIRIM
                   OR AD-TANGGAL NOT = TANGGAL-ASLI-CETAK
                   OR AUDIT-RECORD(202:9) IS NOT NUMERIC
                   OR AD-N1-MENTAH IS NOT NUMERIC
                   OR AD-N2-MENTAH IS NOT NUMERIC
                   OR AD-KODE-MENTAH IS NOT NUMERIC
                   OR AD-HASIL-MENTAH IS NOT NUMERIC
               GO TO SARING-CALON-BATAL-LANJUT
           END-IF.
           IF AD-N1-MENTAH NOT = TRB-N1 OR AD-N2-MENTAH NOT = TRB-N2
                   OR AD-KODE-MENTAH NOT = TRB-KODE-OPERASI
               GO TO SARING-CALON-BATAL-LANJUT
           END-IF.
           IF CL-JUMLAH NOT < 50
               GO TO SARING-CALON-BATAL-LANJUT
           END-IF.
           ADD 1 TO CL-JUMLAH.
           MOVE AUDIT-RECORD(202:9) TO CL-URUT(CL-JUMLAH).
           MOVE AD-KONSTANTA TO CL-KONSTANTA(CL-JUMLAH).
           MOVE AD-RUMUS-NAMA TO CL-RUMUS(CL-JUMLAH).
           MOVE AD-HASIL-MENTAH TO CL-HASIL(CL-JUMLAH).
           MOVE AD-RINGKASAN TO CL-RINGKASAN(CL-JUMLAH).
           MOVE 'T' TO CL-DICORET(CL-JUMLAH).
       SARING-CALON-BATAL-LANJUT.
           PERFORM BACA-RIWAYAT.
       SARING-CALON-BATAL-EXIT.
           EXIT.
       CORET-CALON-BATAL.
           IF CL-URUT(CL-IDX) = AD-REF-URUT
               MOVE 'Y' TO CL-DICORET(CL-IDX)
           END-IF.
       PILIH-CALON-BATAL.
           IF CL-DICORET(CL-IDX) NOT = 'Y'
               MOVE 'Y' TO SAKLAR-ASLI-KETEMU
               MOVE CL-URUT(CL-IDX) TO BA-URUT
               MOVE TRB-N1 TO BA-N1
               MOVE TRB-N2 TO BA-N2
               MOVE TRB-KODE-OPERASI TO BA-KODE
               MOVE CL-KONSTANTA(CL-IDX) TO BA-KONSTANTA
               MOVE CL-RUMUS(CL-IDX) TO BA-RUMUS
               MOVE CABANG-PENGIRIM TO BA-CABANG
               MOVE CL-HASIL(CL-IDX) TO BA-HASIL
               MOVE CL-RINGKASAN(CL-IDX) TO BA-RINGKASAN
           END-IF.
      *----------------------------------------------------------*
      * INDUK CABANG UNTUK BLOK YANG BARU DIBUKA : CABANG TIDAK   *
      * TERDAFTAR ATAU NONAKTIF (TERMASUK '????' BLOK TANPA       *
      * HEADER) DAN KIRIMAN YANG LEWAT BATAS JAM KIRIM DITOLAK    *
      * UTUH, HEADER SAMPAI TRAILER. TERLAMBAT = DIKIRIM SESUDAH  *
      * TANGGAL HEADERNYA, ATAU PADA TANGGAL ITU SESUDAH BATAS    *
      * JAM; HEADER TANPA CAP WAKTU KIRIM DIANGGAP TERLAMBAT      *
      * KALAU CABANGNYA BERBATAS JAM. BLOK BUATAN JADWAL-TETAP    *
      * (SUMBER J) TIDAK TERKENA BATAS JAM. POSTING HARIAN AWAL   *
      * DIAMBIL DARI INDUK; BLOK YANG SUDAH IKUT DIJUMLAH RUN     *
      * INI SEBELUM MATI (SIDIK DAN NOMOR HEADER SAMA) DIKURANGI  *
      * DULU SUPAYA TIDAK TERHITUNG DUA KALI.                     *
      *----------------------------------------------------------*
       PERIKSA-INDUK-CABANG.
           MOVE SPACE TO CABANG-ALASAN-TOLAK.
           MOVE CABANG-PENGIRIM TO CK-KODE.
           PERFORM CARI-INDUK-CABANG.
           IF NOT CABANG-KETEMU OR CB-AKTIF NOT = 'A'
               MOVE '7' TO CABANG-ALASAN-TOLAK
               DISPLAY 'BATCH: CABANG ' CABANG-PENGIRIM
                       ' TIDAK DIKENAL ATAU NONAKTIF, BLOK DITOLAK UTUH'
               GO TO PERIKSA-INDUK-CABANG-EXIT
           END-IF.
           MOVE CB-NAMA TO CABANG-NAMA.
           MOVE CB-PLAFON TO CABANG-PLAFON.
           IF CB-BATAS-JAM > 0 AND TRANS-RECORD(1:1) = 'H'
                   AND TH-SUMBER NOT = 'J'
               IF TH-KIRIM-TANGGAL IS NOT NUMERIC
                       OR TH-KIRIM-JAM IS NOT NUMERIC
                       OR TH-KIRIM-TANGGAL > TH-TANGGAL
                       OR (TH-KIRIM-TANGGAL = TH-TANGGAL
                           AND TH-KIRIM-JJMM > CB-BATAS-JAM)
                   MOVE '8' TO CABANG-ALASAN-TOLAK
                   DISPLAY 'BATCH: CABANG ' CABANG-PENGIRIM
                           ' KIRIMAN TERLAMBAT (BATAS ' CB-BATAS-JAM
                           '), BLOK DITOLAK UTUH'
                   GO TO PERIKSA-INDUK-CABANG-EXIT
               END-IF
           END-IF.
           IF CB-POSTING-TGL = CABANG-TANGGAL
               MOVE CB-POSTING-NILAI TO CABANG-NILAI-AWAL
               IF CB-SIDIK = SIDIK-TRANSIN
                       AND CB-RECORD-HEADER = CABANG-RECORD-HEADER
                   SUBTRACT CB-NILAI-BLOK FROM CABANG-NILAI-AWAL
               END-IF
           END-IF.
       PERIKSA-INDUK-CABANG-EXIT.
           EXIT.
       TOLAK-RINCIAN-CABANG.
           ADD 1 TO CACAH-DITOLAK.
           ADD 1 TO CACAH-CABANG-DITOLAK.
           IF CABANG-TERLAMBAT
               ADD 1 TO CACAH-DITOLAK-TELAT
           ELSE
               ADD 1 TO CACAH-DITOLAK-CABANG
           END-IF.
           MOVE CABANG-ALASAN-TOLAK TO TL-ALASAN.
           PERFORM TULIS-TOLAKAN.
      *----------------------------------------------------------*
      * PLAFON HARIAN CABANG : HASIL MUTLAK RINCIAN INI DITAMBAH  *
      * POSTING CABANG HARI ITU (RUN SEBELUMNYA DAN BLOK INI)     *
      * TIDAK BOLEH MELEWATI PLAFON. YANG LOLOS IKUT DIJUMLAH.    *
      *----------------------------------------------------------*
       PERIKSA-PLAFON-CABANG.
           MOVE 'Y' TO SAKLAR-DALAM-PLAFON.
           MOVE HASIL-MENTAH TO CABANG-NILAI-UJI.
           IF CABANG-NILAI-UJI < 0
               COMPUTE CABANG-NILAI-UJI = 0 - CABANG-NILAI-UJI
           END-IF.
           IF CABANG-PLAFON > 0
               COMPUTE CABANG-NILAI-SESUDAH = CABANG-NILAI-AWAL
                   + CABANG-NILAI-BLOK + CABANG-NILAI-UJI
               IF CABANG-NILAI-SESUDAH > CABANG-PLAFON
                   MOVE 'T' TO SAKLAR-DALAM-PLAFON
                   GO TO PERIKSA-PLAFON-CABANG-EXIT
               END-IF
           END-IF.
           ADD CABANG-NILAI-UJI TO CABANG-NILAI-BLOK.
       PERIKSA-PLAFON-CABANG-EXIT.
           EXIT.
       TOLAK-RINCIAN-PLAFON.
           ADD 1 TO CACAH-DITOLAK.
           ADD 1 TO CACAH-DITOLAK-PLAFON.
           ADD 1 TO CACAH-CABANG-DITOLAK.
           MOVE '9' TO TL-ALASAN.
           PERFORM TULIS-TOLAKAN.
           DISPLAY 'BATCH: TRANSAKSI DITOLAK, MELEBIHI PLAFON '
                   'HARIAN CABANG ' CABANG-PENGIRIM.
      *----------------------------------------------------------*
      * POSTING HARIAN KE INDUK CABANG. INDUK HANYA MENYIMPAN     *
      * TANGGAL POSTING TERAKHIR : BLOK BERTANGGAL LEBIH LAMA     *
      * TIDAK MENIMPA JUMLAH HARI YANG LEBIH BARU.                *
      *----------------------------------------------------------*
       CATAT-POSTING-CABANG.
           MOVE CABANG-PENGIRIM TO CK-KODE.
           PERFORM CARI-INDUK-CABANG.
           IF NOT CABANG-KETEMU
               GO TO CATAT-POSTING-CABANG-EXIT
           END-IF.
           IF CB-POSTING-TGL NOT = SPACES
                   AND CB-POSTING-TGL > CABANG-TANGGAL
               GO TO CATAT-POSTING-CABANG-EXIT
           END-IF.
           MOVE CABANG-TANGGAL TO CB-POSTING-TGL.
           COMPUTE CB-POSTING-NILAI = CABANG-NILAI-AWAL
               + CABANG-NILAI-BLOK.
           MOVE CABANG-NILAI-BLOK TO CB-NILAI-BLOK.
           MOVE SIDIK-TRANSIN TO CB-SIDIK.
           MOVE CABANG-RECORD-HEADER TO CB-RECORD-HEADER.
           REWRITE CABANG-RECORD
               INVALID KEY
                   DISPLAY 'CABANG: GAGAL MEMUTAKHIRKAN POSTING '
                           'HARIAN ' CABANG-PENGIRIM ', STATUS = '
                           STATUS-CABANG
           END-REWRITE.
       CATAT-POSTING-CABANG-EXIT.
           EXIT.
       CATAT-KEMAJUAN.
           ADD 1 TO CACAH-SEJAK-CEKPOIN.
           IF CACAH-SEJAK-CEKPOIN NOT < CEKPOIN-INTERVAL
               END-IF
           END-IF.
       TULIS-TOLAKAN.
           MOVE TL-ALASAN TO TOLAK-ALASAN-SIMPAN.
           MOVE SPACES TO BARIS-TOLAKAN.
           IF TRANS-RECORD(1:1) = 'R' OR TRANS-RECORD(1:1) = 'B'
                   OR TRANS-RECORD(1:1) = 'A'
               MOVE TRANS-RECORD TO TLR-SALINAN-TRANSAKSI
               MOVE TOLAK-ALASAN-SIMPAN TO TLR-ALASAN
               MOVE CACAH-RECORD-TRANSIN TO TLR-NOMOR-RECORD
               IF MODE-UJI
                   MOVE 'UJI' TO TLR-TANDA
               END-IF
           ELSE
               MOVE TRANS-RECORD TO TL-SALINAN-TRANSAKSI
               MOVE TOLAK-ALASAN-SIMPAN TO TL-ALASAN
               MOVE CACAH-RECORD-TRANSIN TO TL-NOMOR-RECORD
               IF MODE-UJI
                   MOVE 'UJI' TO TL-TANDA
               END-IF
           END-IF.
           WRITE TOLAK-RECORD FROM BARIS-TOLAKAN.
           IF NOT TOLAKAN-OK
           ELSE
               ADD 1 TO CACAH-BARIS-TOLAKAN
           END-IF.
      *----------------------------------------------------------*
      * REGISTER KIRIMAN : SAAT HEADER CABANG DIBACA, PENGINTIP   *
      * TRANSIN MAJU KE TRAILER BLOK ITU UNTUK MEMBENTUK KUNCI    *
      * (CABANG, TANGGAL HEADER, CACAH DAN HASH TRAILER). KUNCI   *
      * YANG SUDAH TERPOSTING (STATUS P) = KIRIMAN DOBEL, KECUALI *
      * BLOK ITU DIDAFTARKAN RUN INI SENDIRI SEBELUM MATI DI      *
      * TENGAH JALAN (SIDIK FILE DAN NOMOR RECORD HEADER SAMA).   *
      * BLOK TANPA TRAILER TIDAK PUNYA KUNCI DAN TIDAK DIPERIKSA; *
      * KONTROL TANPA TRAILER SUDAH MENANDAINYA MERAGUKAN.        *
      *----------------------------------------------------------*
       PERIKSA-KIRIMAN-DOBEL.
           MOVE TH-TANGGAL TO CABANG-TANGGAL.
           MOVE CACAH-RECORD-TRANSIN TO CABANG-RECORD-HEADER.
           PERFORM BACA-LIHAT
               UNTIL CACAH-RECORD-LIHAT NOT < CABANG-RECORD-HEADER
                  OR AKHIR-LIHAT.
           IF NOT AKHIR-LIHAT
               PERFORM BACA-LIHAT
           END-IF.
           PERFORM BACA-LIHAT
               UNTIL AKHIR-LIHAT OR LT-TIPE = 'T' OR LT-TIPE = 'H'.
           IF AKHIR-LIHAT OR LT-TIPE NOT = 'T'
               GO TO PERIKSA-KIRIMAN-DOBEL-EXIT
           END-IF.
           IF LT-CACAH IS NOT NUMERIC OR LT-HASH-N1 IS NOT NUMERIC
               GO TO PERIKSA-KIRIMAN-DOBEL-EXIT
           END-IF.
           MOVE TH-CABANG TO KR-CABANG.
           MOVE TH-TANGGAL TO KR-TANGGAL.
           MOVE LT-CACAH TO KR-CACAH.
           MOVE LT-HASH-N1 TO KR-HASH-N1.
           PERFORM CARI-KIRIMAN.
           IF NOT KIRIMAN-KETEMU OR KR-STATUS NOT = 'P'
               GO TO PERIKSA-KIRIMAN-DOBEL-EXIT
           END-IF.
           IF ADA-CEKPOIN AND KR-SIDIK = SIDIK-TRANSIN
                   AND KR-RECORD-HEADER = CABANG-RECORD-HEADER
               GO TO PERIKSA-KIRIMAN-DOBEL-EXIT
           END-IF.
           MOVE 'Y' TO SAKLAR-KIRIMAN-DOBEL.
       PERIKSA-KIRIMAN-DOBEL-EXIT.
           EXIT.
       BACA-LIHAT.
           READ LIHAT-FILE
               AT END MOVE '10' TO STATUS-BACA-LIHAT
               NOT AT END
                   MOVE '00' TO STATUS-BACA-LIHAT
                   ADD 1 TO CACAH-RECORD-LIHAT
           END-READ.
       CARI-KIRIMAN.
           READ KIRIMAN-FILE
               INVALID KEY MOVE 'T' TO SAKLAR-KIRIMAN-KETEMU
               NOT INVALID KEY MOVE 'Y' TO SAKLAR-KIRIMAN-KETEMU
           END-READ.
      *----------------------------------------------------------*
      * PENDAFTARAN BLOK YANG SELESAI DIPOSTING. KUNCI YANG SUDAH *
      * ADA (BLOK YANG DILEPAS SUPERVISOR) DITIMPA KEMBALI KE     *
      * STATUS P DAN CACAH POSTINGNYA BERTAMBAH; BLOK YANG SUDAH  *
      * DIDAFTARKAN RUN INI SENDIRI TIDAK DIHITUNG DUA KALI.      *
      *----------------------------------------------------------*
       CATAT-KIRIMAN.
           MOVE CABANG-PENGIRIM TO KR-CABANG.
           MOVE CABANG-TANGGAL TO KR-TANGGAL.
           MOVE TRAILER-CACAH TO KR-CACAH.
           MOVE TRAILER-HASH TO KR-HASH-N1.
           PERFORM CARI-KIRIMAN.
           IF KIRIMAN-KETEMU AND KR-STATUS = 'P'
                   AND KR-SIDIK = SIDIK-TRANSIN
                   AND KR-RECORD-HEADER = CABANG-RECORD-HEADER
               GO TO CATAT-KIRIMAN-EXIT
           END-IF.
           PERFORM AMBIL-WAKTU.
           MOVE 'P' TO KR-STATUS.
           MOVE OPERATOR-ID TO KR-OPERATOR.
           MOVE TANGGAL-CETAK TO KR-POSTING-TGL.
           MOVE WAKTU-CETAK TO KR-POSTING-JAM.
           MOVE SIDIK-TRANSIN TO KR-SIDIK.
           MOVE CABANG-RECORD-HEADER TO KR-RECORD-HEADER.
           IF KIRIMAN-KETEMU
               ADD 1 TO KR-KALI
               REWRITE KIRIMAN-RECORD
                   INVALID KEY
                       DISPLAY 'KIRIMAN: GAGAL MEMUTAKHIRKAN REGISTER, '
                               'STATUS = ' STATUS-KIRIMAN
                       GO TO CATAT-KIRIMAN-EXIT
               END-REWRITE
           ELSE
               MOVE 1 TO KR-KALI
               MOVE SPACES TO KR-PELEPAS
               MOVE SPACES TO KR-LEPAS-TGL
               MOVE SPACES TO KR-LEPAS-JAM
               WRITE KIRIMAN-RECORD
                   INVALID KEY
                       DISPLAY 'KIRIMAN: GAGAL MENULIS REGISTER, '
                               'STATUS = ' STATUS-KIRIMAN
                       GO TO CATAT-KIRIMAN-EXIT
               END-WRITE
           END-IF.
           MOVE 'Y' TO SAKLAR-KIRIMAN-TERCATAT.
       CATAT-KIRIMAN-EXIT.
           EXIT.
       TULIS-LAPORAN-DETAIL.
      *    BATAS NILAI INTERAKTIF : DI ATAS BATAS PERLU SUPERVISOR *
      *    LAIN MENYETUJUI DI LAYAR; TANPA PERSETUJUAN, HITUNGAN   *
                   GO TO TULIS-LAPORAN-DETAIL-EXIT
               END-IF
           END-IF.
      *    HARI YANG SUDAH DITUTUP TIDAK MENERIMA POSTING LAGI.     *
      *    MODE BATCH SUDAH MENENTUKAN TANGGAL POSTING (DAN         *
      *    MENOLAK RINCIAN HARI TERTUTUP) SEBELUM SAMPAI DI SINI.   *
           IF MODE-INTERAKTIF
               PERFORM TENTUKAN-TANGGAL-POSTING
                   THRU TENTUKAN-TANGGAL-POSTING-EXIT
               IF NOT POSTING-BUKA
                   PERFORM TOLAK-HARI-TERTUTUP
                   GO TO TULIS-LAPORAN-DETAIL-EXIT
               END-IF
           END-IF.
           MOVE OPERATOR-ID TO BL-OPERATOR.
           MOVE N1 TO BL-N1.
           MOVE N2 TO BL-N2.
           END-IF.
           PERFORM AMBIL-WAKTU.
           MOVE OPERATOR-ID TO AD-OPERATOR.
           MOVE TANGGAL-POSTING-CETAK TO AD-TANGGAL.
           MOVE WAKTU-CETAK TO AD-JAM.
           MOVE N1 TO AD-N1.
           MOVE N2 TO AD-N2.
           MOVE CABANG-PENGIRIM TO AD-CABANG.
           MOVE HASIL-MENTAH TO AD-HASIL-MENTAH.
           MOVE PENYETUJU-ID TO AD-PENYETUJU.
           MOVE TANDA-POSTING TO AD-TANDA.
           MOVE BARIS-AUDIT TO SG-ISI.
           PERFORM TULIS-BARIS-AUDIT.
           IF NOT AUDIT-OK
               DISPLAY 'AUDIT: GAGAL MENULIS BARIS AUDIT, STATUS = '
                       STATUS-AUDIT
           END-IF.
      *    RINGKASAN JADWAL ANGSURAN TIDAK PUNYA RECORD HASILOUT   *
      *    SENDIRI : PERIODENYA DITULIS SATU PER SATU SESUDAHNYA.  *
           IF NOT AD-ANGSURAN
               PERFORM TULIS-HASILOUT
           END-IF.
           MOVE SPACES TO TANDA-POSTING.
       TULIS-AUDIT-EXIT.
           EXIT.
      *----------------------------------------------------------*
      *----------------------------------------------------------*
       TULIS-HASILOUT.
           MOVE OPERATOR-ID TO HO-OPERATOR.
           MOVE TANGGAL-POSTING TO HO-TANGGAL.
           MOVE WAKTU-SEKARANG(1:6) TO HO-JAM.
           MOVE PIL TO HO-KODE-OPERASI.
           MOVE N1 TO HO-N1.
           MOVE N2 TO HO-N2.
           MOVE HASIL-MENTAH TO HO-HASIL.
           MOVE KONSTANTA-DIPAKAI TO HO-KONSTANTA.
           MOVE RUMUS-DIPAKAI TO HO-RUMUS.
           MOVE CABANG-PENGIRIM TO HO-CABANG.
           MOVE TANDA-POSTING TO HO-TANDA.
           MOVE PERIODE-POSTING TO HO-ANGSURAN.
           WRITE HASIL-RECORD.
           IF NOT HASILOUT-OK
               DISPLAY 'HASILOUT: GAGAL MENULIS RECORD HASILOUT, '
           MOVE 'Total Seluruh Transaksi' TO BR-LABEL.
           MOVE CACAH-TOTAL TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Jumlah Pembatalan' TO BR-LABEL.
           MOVE CACAH-BATAL TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Jumlah Jadwal Angsuran' TO BR-LABEL.
           MOVE CACAH-ANGSURAN TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Jumlah Periode Angsuran' TO BR-LABEL.
           MOVE CACAH-PERIODE-ANGSURAN TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Ditolak - Nilai 2 = 0' TO BR-LABEL.
           MOVE CACAH-DITOLAK-NOL TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Ditolak - Lainnya' TO BR-LABEL.
           MOVE CACAH-DITOLAK-LAIN TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Ditolak - Kiriman Dobel' TO BR-LABEL.
           MOVE CACAH-DITOLAK-DOBEL TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Ditolak - Rumus Gagal' TO BR-LABEL.
           MOVE CACAH-DITOLAK-RUMUS TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Ditolak - Cabang Tidak Sah' TO BR-LABEL.
           MOVE CACAH-DITOLAK-CABANG TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Ditolak - Kiriman Terlambat' TO BR-LABEL.
           MOVE CACAH-DITOLAK-TELAT TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Ditolak - Plafon Cabang' TO BR-LABEL.
           MOVE CACAH-DITOLAK-PLAFON TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Ditolak - Pembatalan Gagal' TO BR-LABEL.
           MOVE CACAH-DITOLAK-BATAL TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Ditolak - Angsuran Tidak Sah' TO BR-LABEL.
           MOVE CACAH-DITOLAK-ANGSURAN TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Ditolak - Hari Tertutup' TO BR-LABEL.
           MOVE CACAH-DITOLAK-TUTUP TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           MOVE 'Ditolak - Jumlah' TO BR-LABEL.
           MOVE CACAH-DITOLAK TO BR-ANGKA.
           WRITE REPORT-RECORD FROM BARIS-RINGKASAN.
           IF RW-PILIHAN < 1 OR RW-PILIHAN > RW-JUMLAH-DIMUAT
               GO TO MULAI
           END-IF.
      *    JADWAL ANGSURAN DIHITUNG ULANG DARI POKOK, TARIF,       *
      *    TENOR, DAN TANGGAL MULAINYA, LALU DITAWARKAN UNTUK      *
      *    DIPOSTING.                                              *
           IF RW-JENIS(RW-PILIHAN) = 'A'
               MOVE RW-N1(RW-PILIHAN) TO AM-POKOK
               MOVE RW-KONSTANTA(RW-PILIHAN) TO AM-KONSTANTA
               MOVE RW-TENOR(RW-PILIHAN) TO AM-TENOR
               MOVE RW-MULAI(RW-PILIHAN) TO AM-MULAI
               GO TO JADWAL-ANGSURAN-HITUNG
           END-IF.
           DISPLAY CLS.
           DISPLAY TAMPILAN-TANYA-UBAH-N2.
           ACCEPT TAMPILAN-TANYA-UBAH-N2.
           MOVE AD-RUMUS-NAMA TO RW-RUMUS(RW-JUMLAH-DIMUAT).
           MOVE AD-TANGGAL TO RW-TANGGAL(RW-JUMLAH-DIMUAT).
           MOVE AD-RINGKASAN TO RW-RINGKASAN(RW-JUMLAH-DIMUAT).
           MOVE 0 TO RW-URUT(RW-JUMLAH-DIMUAT).
           MOVE 0 TO RW-HASIL(RW-JUMLAH-DIMUAT).
           IF AUDIT-RECORD(202:9) IS NUMERIC
                   AND AD-HASIL-MENTAH IS NUMERIC
               MOVE AUDIT-RECORD(202:9) TO RW-URUT(RW-JUMLAH-DIMUAT)
               MOVE AD-HASIL-MENTAH TO RW-HASIL(RW-JUMLAH-DIMUAT)
           END-IF.
           MOVE AD-KONSTANTA TO RW-KONSTANTA(RW-JUMLAH-DIMUAT).
           MOVE AD-CABANG TO RW-CABANG(RW-JUMLAH-DIMUAT).
           MOVE AD-JENIS TO RW-JENIS(RW-JUMLAH-DIMUAT).
           MOVE 'T' TO RW-DIBATAL(RW-JUMLAH-DIMUAT).
           MOVE 0 TO RW-TENOR(RW-JUMLAH-DIMUAT).
           MOVE SPACES TO RW-MULAI(RW-JUMLAH-DIMUAT).
           IF AD-ANGSURAN AND AD-TENOR IS NUMERIC
               MOVE AD-TENOR TO RW-TENOR(RW-JUMLAH-DIMUAT)
               MOVE AD-MULAI TO RW-MULAI(RW-JUMLAH-DIMUAT)
           END-IF.
      *    PEMBATALAN SELALU DITULIS SESUDAH BARIS ASLINYA, JADI    *
      *    BARIS ASLI YANG TERMUAT PASTI SUDAH ADA DI TABEL.        *
           IF AD-PEMBATALAN AND AD-REF-URUT IS NUMERIC
               PERFORM TANDAI-RIWAYAT-DIBATAL
                   VARYING RW-CARI FROM 1 BY 1
                   UNTIL RW-CARI > RW-JUMLAH-DIMUAT
           END-IF.
           PERFORM BACA-RIWAYAT.
       MUAT-SATU-RIWAYAT-EXIT.
           EXIT.
               RW-RINGKASAN(RW-IDX).
       TAMPIL-SATU-RIWAYAT-EXIT.
           EXIT.
       TANDAI-RIWAYAT-DIBATAL.
           IF RW-URUT(RW-CARI) = AD-REF-URUT
               MOVE 'Y' TO RW-DIBATAL(RW-CARI)
           END-IF.
      *----------------------------------------------------------*
      * PILIHAN 0 : PEMELIHARAAN KONSTANTA. ISI FILE BERKUNCI     *
      * DITAMPILKAN URUT KUNCI, LALU AKSI TAMBAH / UBAH NILAI /   *
           IF RAWAT-KE-PERSETUJUAN
               GO TO RAWAT-PERSETUJUAN
           END-IF.
           IF RAWAT-KE-KIRIMAN
               GO TO RAWAT-KIRIMAN
           END-IF.
           IF RAWAT-KE-AKUN
               GO TO RAWAT-AKUN
           END-IF.
           IF RAWAT-KE-JADWAL
               GO TO RAWAT-JADWAL
           END-IF.
           IF RAWAT-KE-CABANG
               GO TO RAWAT-CABANG
           END-IF.
           IF RAWAT-KE-HARI
               GO TO RAWAT-HARI
           END-IF.
           IF RAWAT-KE-BATAL
               GO TO RAWAT-BATAL
           END-IF.
           IF RAWAT-KE-RUMUS
               GO TO RAWAT-RUMUS
           END-IF.
           GO TO MULAI.
      *----------------------------------------------------------*
      * LEPAS KIRIMAN DOBEL : SUPERVISOR MEMILIH SATU BLOK DI     *
      * REGISTER KIRIMAN (CABANG, DAN TANGGAL HEADER BILA DIISI)  *
      * DAN MENANDAINYA DILEPAS (STATUS L), SEHINGGA KIRIMAN      *
      * ULANG YANG SAH DENGAN KUNCI SAMA BOLEH DIPOSTING SEKALI.  *
      * SEPERTI BUKA KUNCI OPERATOR, PELEPASAN LANGSUNG BERLAKU   *
      * DAN PELEPAS SERTA WAKTUNYA TERCATAT DI REGISTER.          *
      *----------------------------------------------------------*
       RAWAT-KIRIMAN.
           MOVE SPACES TO LEPAS-CABANG.
           MOVE SPACES TO LEPAS-TANGGAL.
           DISPLAY CLS.
           DISPLAY TAMPILAN-LEPAS-CARI.
           ACCEPT TAMPILAN-LEPAS-CARI.
           IF LEPAS-CABANG = SPACES
               GO TO MULAI
           END-IF.
           DISPLAY CLS.
           DISPLAY (2, 2) 'Register Kiriman (no/cabang/tanggal/cacah/'
               'hash/status/kali/posting) :'.
           MOVE 2 TO KD-BARIS-LAYAR.
           MOVE 0 TO KD-JUMLAH.
           MOVE LOW-VALUES TO KR-KUNCI.
           MOVE LEPAS-CABANG TO KR-CABANG.
           IF LEPAS-TANGGAL NOT = SPACES
               MOVE LEPAS-TANGGAL TO KR-TANGGAL
           END-IF.
           START KIRIMAN-FILE KEY IS NOT LESS THAN KR-KUNCI
               INVALID KEY MOVE '10' TO STATUS-BACA-KIRIMAN
               NOT INVALID KEY MOVE '00' TO STATUS-BACA-KIRIMAN
           END-START.
           IF NOT AKHIR-KIRIMAN
               PERFORM BACA-KIRIMAN-URUT
           END-IF.
           PERFORM TAMPIL-SATU-KIRIMAN THRU TAMPIL-SATU-KIRIMAN-EXIT
               UNTIL AKHIR-KIRIMAN OR KD-JUMLAH NOT < 18.
           IF KD-JUMLAH = 0
               DISPLAY CLS
               DISPLAY TAMPILAN-KIRIMAN-KOSONG
               ACCEPT TAMPILAN-KIRIMAN-KOSONG
               GO TO RAWAT-KIRIMAN
           END-IF.
           MOVE 0 TO KD-PILIHAN.
           DISPLAY TAMPILAN-PILIH-KIRIMAN.
           ACCEPT TAMPILAN-PILIH-KIRIMAN.
           IF KD-PILIHAN = 0 OR KD-PILIHAN > KD-JUMLAH
               GO TO RAWAT-KIRIMAN
           END-IF.
           MOVE KD-KUNCI (KD-PILIHAN) TO KR-KUNCI.
           PERFORM CARI-KIRIMAN.
           IF NOT KIRIMAN-KETEMU OR KR-STATUS NOT = 'P'
               GO TO RAWAT-KIRIMAN
           END-IF.
           PERFORM AMBIL-WAKTU.
           MOVE 'L' TO KR-STATUS.
           MOVE OPERATOR-ID TO KR-PELEPAS.
           MOVE TANGGAL-CETAK TO KR-LEPAS-TGL.
           MOVE WAKTU-CETAK TO KR-LEPAS-JAM.
           REWRITE KIRIMAN-RECORD
               INVALID KEY
                   DISPLAY 'KIRIMAN: GAGAL MEMUTAKHIRKAN REGISTER, '
                           'STATUS = ' STATUS-KIRIMAN
                   GO TO RAWAT-KIRIMAN
           END-REWRITE.
           DISPLAY CLS.
           DISPLAY TAMPILAN-KIRIMAN-DILEPAS.
           ACCEPT TAMPILAN-KIRIMAN-DILEPAS.
           GO TO RAWAT-KIRIMAN.
       TAMPIL-SATU-KIRIMAN.
           IF KR-CABANG NOT = LEPAS-CABANG
               MOVE '10' TO STATUS-BACA-KIRIMAN
               GO TO TAMPIL-SATU-KIRIMAN-EXIT
           END-IF.
           IF LEPAS-TANGGAL NOT = SPACES
                   AND KR-TANGGAL NOT = LEPAS-TANGGAL
               MOVE '10' TO STATUS-BACA-KIRIMAN
               GO TO TAMPIL-SATU-KIRIMAN-EXIT
           END-IF.
           ADD 1 TO KD-JUMLAH.
           ADD 1 TO KD-BARIS-LAYAR.
           MOVE KR-KUNCI TO KD-KUNCI (KD-JUMLAH).
           MOVE KD-JUMLAH TO KD-PILIHAN.
           MOVE KR-HASH-N1 TO KR-HASH-CETAK.
           DISPLAY (KD-BARIS-LAYAR, 2) KD-PILIHAN, ' ', KR-CABANG,
               ' ', KR-TANGGAL, ' ', KR-CACAH, ' ', KR-HASH-CETAK,
               ' ', KR-STATUS, ' ', KR-KALI, ' ', KR-POSTING-TGL.
           PERFORM BACA-KIRIMAN-URUT.
       TAMPIL-SATU-KIRIMAN-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * BUKA KEMBALI HARI TERTUTUP : SUPERVISOR MENGISI TANGGAL   *
      * YANG SUDAH DITUTUP PROGRAM TUTUP-HARI BESERTA ALASANNYA.  *
      * SEPERTI LEPAS KIRIMAN DOBEL, PEMBUKAAN LANGSUNG BERLAKU;  *
      * PEMBUKA, WAKTU, DAN ALASANNYA DICATAT DI FILE KONTROL     *
      * DAN SEBAGAI BARIS '=== BUKA' DI AUDIT.                    *
      *----------------------------------------------------------*
       RAWAT-HARI.
           MOVE SPACES TO BUKA-HARI-TANGGAL.
           MOVE SPACES TO BUKA-HARI-ALASAN.
           DISPLAY CLS.
           DISPLAY TAMPILAN-BUKA-HARI.
           ACCEPT TAMPILAN-BUKA-HARI.
           IF BUKA-HARI-TANGGAL = SPACES
               GO TO MULAI
           END-IF.
           IF BUKA-HARI-ALASAN = SPACES
               DISPLAY CLS
               DISPLAY TAMPILAN-HARI-TANPA-ALASAN
               ACCEPT TAMPILAN-HARI-TANPA-ALASAN
               GO TO RAWAT-HARI
           END-IF.
           MOVE BUKA-HARI-TANGGAL TO HT-TANGGAL.
           PERFORM CARI-HARI-TUTUP.
           IF NOT HARI-TERTUTUP
               DISPLAY CLS
               DISPLAY TAMPILAN-HARI-TIDAK-TERTUTUP
               ACCEPT TAMPILAN-HARI-TIDAK-TERTUTUP
               GO TO RAWAT-HARI
           END-IF.
           PERFORM AMBIL-WAKTU.
           MOVE 'B' TO HT-STATUS.
           MOVE OPERATOR-ID TO HT-PEMBUKA.
           MOVE TANGGAL-CETAK TO HT-BUKA-TGL.
           MOVE WAKTU-CETAK TO HT-BUKA-JAM.
           MOVE BUKA-HARI-ALASAN TO HT-ALASAN-BUKA.
           REWRITE TUTUP-RECORD
               INVALID KEY
                   DISPLAY 'TUTUPHARI: GAGAL MEMUTAKHIRKAN FILE '
                           'KONTROL, STATUS = ' STATUS-TUTUP
                   GO TO RAWAT-HARI
           END-REWRITE.
           MOVE OPERATOR-ID TO JBH-OPERATOR.
           MOVE TANGGAL-CETAK TO JBH-TANGGAL.
           MOVE WAKTU-CETAK TO JBH-JAM.
           MOVE SPACES TO JBH-HARI.
           STRING HT-TANGGAL(7:2) '/' HT-TANGGAL(5:2) '/'
               HT-TANGGAL(1:4) DELIMITED BY SIZE INTO JBH-HARI.
           MOVE BUKA-HARI-ALASAN TO JBH-ALASAN.
           MOVE JUDUL-AUDIT-BUKA-HARI TO SG-ISI.
           PERFORM TULIS-BARIS-AUDIT.
           IF NOT AUDIT-OK
               DISPLAY 'AUDIT: GAGAL MENULIS BARIS AUDIT, STATUS = '
                       STATUS-AUDIT
           END-IF.
           DISPLAY CLS.
           DISPLAY TAMPILAN-HARI-DIBUKA.
           ACCEPT TAMPILAN-HARI-DIBUKA.
           GO TO RAWAT-HARI.
      *----------------------------------------------------------*
      * BATAL / KOREKSI HITUNGAN : SUPERVISOR MEMILIH BARIS AUDIT *
      * SEPERTI MENU 6 (BERTANDA * = SUDAH DIBATALKAN), MENGISI   *
      * KODE ALASAN, LALU BARIS LAWAN DENGAN HASIL BERTANDA BALIK *
      * DITULIS KE LAPORAN, AUDIT, DAN HASILOUT SAMBIL MERUJUK    *
      * URUT SEGEL BARIS ASLI. BILA DIMINTA, HITUNGAN KOREKSI     *
      * LANGSUNG DIJALANKAN DENGAN NILAI ASLI SEBAGAI ISIAN AWAL, *
      * TANGGAL TARIF BARIS ASLI, DAN CABANG BARIS ASLI; BARIS    *
      * KOREKSI BERTANDA K DAN MERUJUK BARIS ASLI YANG SAMA.      *
      *----------------------------------------------------------*
       RAWAT-BATAL.
           MOVE 0 TO RW-JUMLAH-DETAIL.
           CLOSE AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           PERFORM HITUNG-RIWAYAT.
           CLOSE AUDIT-FILE.
           IF RW-JUMLAH-DETAIL = 0
               OPEN EXTEND AUDIT-FILE
               DISPLAY CLS
               DISPLAY TAMPILAN-RIWAYAT-KOSONG
               ACCEPT TAMPILAN-RIWAYAT-KOSONG
               GO TO MULAI
           END-IF.
           COMPUTE RW-LONCAT = RW-JUMLAH-DETAIL - 20.
           IF RW-LONCAT < 0
               MOVE 0 TO RW-LONCAT
           END-IF.
           OPEN INPUT AUDIT-FILE.
           PERFORM MUAT-RIWAYAT.
           CLOSE AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           DISPLAY CLS.
           DISPLAY (1, 2) 'Batal / Koreksi Hitungan '
               '(* = sudah dibatalkan) :'.
           MOVE 2 TO RW-BARIS-LAYAR.
           PERFORM TAMPIL-SATU-CALON THRU TAMPIL-SATU-CALON-EXIT
               VARYING RW-IDX FROM 1 BY 1
               UNTIL RW-IDX > RW-JUMLAH-DIMUAT.
           DISPLAY TAMPILAN-PILIH-RIWAYAT.
           ACCEPT TAMPILAN-PILIH-RIWAYAT.
           IF RW-PILIHAN < 1 OR RW-PILIHAN > RW-JUMLAH-DIMUAT
               GO TO MULAI
           END-IF.
           IF RW-JENIS(RW-PILIHAN) = 'B'
                   OR RW-JENIS(RW-PILIHAN) = 'A'
                   OR RW-DIBATAL(RW-PILIHAN) = 'Y'
                   OR RW-URUT(RW-PILIHAN) = 0
               DISPLAY CLS
               DISPLAY TAMPILAN-BATAL-TIDAK-BOLEH
               ACCEPT TAMPILAN-BATAL-TIDAK-BOLEH
               GO TO RAWAT-BATAL
           END-IF.
           MOVE RW-URUT(RW-PILIHAN) TO BA-URUT.
           MOVE RW-N1(RW-PILIHAN) TO BA-N1.
           MOVE RW-N2(RW-PILIHAN) TO BA-N2.
           MOVE RW-KODE(RW-PILIHAN) TO BA-KODE.
           MOVE RW-KONSTANTA(RW-PILIHAN) TO BA-KONSTANTA.
           MOVE RW-RUMUS(RW-PILIHAN) TO BA-RUMUS.
           MOVE RW-CABANG(RW-PILIHAN) TO BA-CABANG.
           MOVE RW-HASIL(RW-PILIHAN) TO BA-HASIL.
           MOVE RW-RINGKASAN(RW-PILIHAN) TO BA-RINGKASAN.
           MOVE 0 TO ALASAN-BATAL.
           MOVE SPACE TO SAKLAR-KOREKSI.
           DISPLAY CLS.
           DISPLAY TAMPILAN-BATAL-ALASAN.
           ACCEPT TAMPILAN-BATAL-ALASAN.
           IF ALASAN-BATAL = 0
               GO TO MULAI
           END-IF.
           IF NOT ALASAN-BATAL-SAH
               DISPLAY CLS
               DISPLAY TAMPILAN-BATAL-ALASAN-SALAH
               ACCEPT TAMPILAN-BATAL-ALASAN-SALAH
               GO TO RAWAT-BATAL
           END-IF.
           PERFORM POSTING-BATAL THRU POSTING-BATAL-EXIT.
           IF NOT BATAL-TERPOSTING
               GO TO MULAI
           END-IF.
           DISPLAY CLS.
           DISPLAY TAMPILAN-BATAL-TERPOSTING.
           ACCEPT TAMPILAN-BATAL-TERPOSTING.
           IF NOT KOREKSI-YA
               GO TO MULAI
           END-IF.
           MOVE BA-N1 TO N1.
           MOVE BA-N2 TO N2.
           MOVE BA-KODE TO PIL.
           DISPLAY CLS.
           DISPLAY TAMPILAN-KOREKSI.
           ACCEPT TAMPILAN-KOREKSI.
           PERFORM PAKAI-TANGGAL-RIWAYAT.
      *    KONSTANTA ASLI TETAP DICATAT SELAMA NILAI 2 DAN          *
      *    OPERASINYA TIDAK DIUBAH.                                 *
           MOVE SPACES TO KONSTANTA-DIPAKAI.
           IF N2 = BA-N2 AND PIL = BA-KODE
               MOVE BA-KONSTANTA TO KONSTANTA-DIPAKAI
           END-IF.
           MOVE BA-CABANG TO CABANG-PENGIRIM.
           MOVE 'K' TO TP-JENIS.
           MOVE BA-URUT TO TP-REF-URUT.
           MOVE ALASAN-BATAL TO TP-ALASAN.
           IF PIL = 9 AND BA-RUMUS NOT = SPACES
               MOVE BA-RUMUS TO RUMUS-PILIH-NAMA
               GO TO LAKSANAKAN-RUMUS
           END-IF.
           GO TO DISPATCH-OPERASI.
       TAMPIL-SATU-CALON.
           ADD 1 TO RW-BARIS-LAYAR.
           DISPLAY (RW-BARIS-LAYAR, 2) RW-IDX, ') ',
               RW-RINGKASAN(RW-IDX).
           IF RW-DIBATAL(RW-IDX) = 'Y'
               DISPLAY (RW-BARIS-LAYAR, 1) '*'
           END-IF.
       TAMPIL-SATU-CALON-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * POSTING PEMBATALAN (LAYAR DAN BATCH) DARI BATAL-ASLI :    *
      * NILAI, OPERASI, KONSTANTA, RUMUS, DAN CABANG BARIS ASLI   *
      * DENGAN HASIL BERTANDA BALIK, TANDA B, URUT ASLI, DAN      *
      * ALASAN. TANGGAL POSTING MENGIKUTI TUTUP HARI SEPERTI      *
      * HITUNGAN BIASA. DIHITUNG TERPISAH (JUMLAH PEMBATALAN),    *
      * TIDAK MASUK TOTAL TRANSAKSI.                              *
      *----------------------------------------------------------*
       POSTING-BATAL.
           MOVE 'T' TO SAKLAR-BATAL-TERPOSTING.
           IF MODE-INTERAKTIF
               PERFORM TENTUKAN-TANGGAL-POSTING
                   THRU TENTUKAN-TANGGAL-POSTING-EXIT
               IF NOT POSTING-BUKA
                   PERFORM TOLAK-HARI-TERTUTUP
                   GO TO POSTING-BATAL-EXIT
               END-IF
           END-IF.
           MOVE BA-N1 TO N1.
           MOVE BA-N2 TO N2.
           MOVE BA-KODE TO PIL.
           MOVE BA-KONSTANTA TO KONSTANTA-DIPAKAI.
           MOVE BA-CABANG TO CABANG-PENGIRIM.
           MOVE SPACES TO PENYETUJU-ID.
           COMPUTE HASIL-MENTAH = 0 - BA-HASIL.
           MOVE HASIL-MENTAH TO HASIL.
           MOVE 0 TO SISA.
           MOVE OPERATOR-ID TO BLB-OPERATOR.
           MOVE BA-URUT TO BLB-URUT.
           MOVE ALASAN-BATAL TO BLB-ALASAN.
           MOVE HASIL-MENTAH TO BLB-HASIL.
           ADD 1 TO CACAH-BATAL.
           WRITE REPORT-RECORD FROM BARIS-LAPORAN-BATAL.
           IF NOT LAPORAN-OK
               ADD 1 TO CACAH-DITOLAK
               ADD 1 TO CACAH-DITOLAK-LAIN
               DISPLAY 'LAPORAN: GAGAL MENULIS BARIS LAPORAN, STATUS = '
                       STATUS-LAPORAN
               GO TO POSTING-BATAL-EXIT
           END-IF.
           ADD 1 TO CACAH-BARIS-LAPORAN.
           MOVE 'BATAL' TO BL-SIMBOL.
           MOVE HASIL-MENTAH TO BL-HASIL.
           MOVE BA-RUMUS TO RUMUS-DIPAKAI.
           MOVE 'B' TO TP-JENIS.
           MOVE BA-URUT TO TP-REF-URUT.
           MOVE ALASAN-BATAL TO TP-ALASAN.
           PERFORM TULIS-AUDIT THRU TULIS-AUDIT-EXIT.
           MOVE SPACES TO TANDA-POSTING.
           MOVE SPACES TO RUMUS-DIPAKAI.
           MOVE 'Y' TO SAKLAR-BATAL-TERPOSTING.
       POSTING-BATAL-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * PILIHAN A : JADWAL ANGSURAN PINJAMAN. JADWAL DIHITUNG DAN *
      * DITAMPILKAN PER HALAMAN DULU; BARU DIPOSTING KALAU        *
      * OPERATOR MENJAWAB Y. POKOK 0 = KEMBALI KE MENU.           *
      *----------------------------------------------------------*
       JADWAL-ANGSURAN.
           MOVE 0 TO AM-POKOK.
           MOVE SPACES TO AM-KONSTANTA.
           MOVE 0 TO AM-TENOR.
           MOVE SPACES TO AM-MULAI.
           DISPLAY CLS.
           DISPLAY TAMPILAN-ANGSURAN.
           ACCEPT TAMPILAN-ANGSURAN.
           IF AM-POKOK = 0
               GO TO MULAI
           END-IF.
       JADWAL-ANGSURAN-HITUNG.
           PERFORM HITUNG-JADWAL-ANGSURAN
               THRU HITUNG-JADWAL-ANGSURAN-EXIT.
           IF NOT ANGSURAN-SAH
               DISPLAY CLS
               DISPLAY TAMPILAN-ANGSURAN-SALAH
               ACCEPT TAMPILAN-ANGSURAN-SALAH
               GO TO MULAI
           END-IF.
           PERFORM TAMPIL-JADWAL-ANGSURAN.
           MOVE SPACE TO LAGI.
           DISPLAY TAMPILAN-ANGSURAN-KONFIRMASI.
           ACCEPT TAMPILAN-ANGSURAN-KONFIRMASI.
           IF NOT YA
               GO TO MULAI
           END-IF.
           PERFORM POSTING-ANGSURAN THRU POSTING-ANGSURAN-EXIT.
           IF NOT ANGSURAN-TERPOSTING
               GO TO MULAI
           END-IF.
           DISPLAY CLS.
           DISPLAY TAMPILAN-ANGSURAN-TERPOSTING.
           DISPLAY ULANG.
           ACCEPT ULANG.
           IF YA GO TO MULAI.
           IF LANJUT GO TO MULAI-LANJUT.
           GO TO SELESAI.
      *----------------------------------------------------------*
      * HITUNG JADWAL DARI ANGSURAN-MASUK KE TABEL-ANGSURAN.      *
      * TIDAK SAH : SAKLAR-ANGSURAN-SAH = T, ALASAN DAN PESAN     *
      * TERISI. TIDAK MENULIS APA PUN KE FILE.                    *
      *----------------------------------------------------------*
       HITUNG-JADWAL-ANGSURAN.
           MOVE 'Y' TO SAKLAR-ANGSURAN-SAH.
           MOVE SPACE TO ANGSURAN-ALASAN.
           MOVE SPACES TO ANGSURAN-PESAN.
           MOVE 0 TO AN-TOTAL-BUNGA.
           MOVE 0 TO AN-TOTAL-ANGSURAN.
           IF AM-POKOK NOT > 0 OR AM-KONSTANTA = SPACES
                   OR AM-TENOR < 1 OR AM-TENOR > 360
               MOVE 'T' TO SAKLAR-ANGSURAN-SAH
               MOVE 'B' TO ANGSURAN-ALASAN
               MOVE 'Pokok, kode tarif, atau tenor (1-360) tidak sah'
                   TO ANGSURAN-PESAN
               GO TO HITUNG-JADWAL-ANGSURAN-EXIT
           END-IF.
           MOVE AM-MULAI TO TANGGAL-UJI.
           PERFORM PERIKSA-TANGGAL-UJI.
           IF NOT TANGGAL-SAH
               MOVE 'T' TO SAKLAR-ANGSURAN-SAH
               MOVE 'B' TO ANGSURAN-ALASAN
               MOVE 'Tanggal mulai tidak sah (TTTTBBHH)'
                   TO ANGSURAN-PESAN
               GO TO HITUNG-JADWAL-ANGSURAN-EXIT
           END-IF.
           MOVE TU-HARI TO AN-HARI-MULAI.
           MOVE AM-POKOK TO AN-SALDO.
           MOVE -1 TO AN-TARIF-LALU.
           PERFORM HITUNG-SATU-PERIODE THRU HITUNG-SATU-PERIODE-EXIT
               VARYING AN-IDX FROM 1 BY 1
               UNTIL AN-IDX > AM-TENOR OR NOT ANGSURAN-SAH.
       HITUNG-JADWAL-ANGSURAN-EXIT.
           EXIT.
       HITUNG-SATU-PERIODE.
           PERFORM MAJUKAN-JATUH-TEMPO.
           MOVE TANGGAL-UJI TO AN-JATUH-TEMPO(AN-IDX).
           MOVE TANGGAL-UJI TO TANGGAL-HITUNG.
           MOVE AM-KONSTANTA TO KODE-KONSTANTA-CARI.
           PERFORM CARI-KONSTANTA-TANGGAL.
           IF NOT KONSTANTA-KETEMU OR KT-NILAI < 0 OR KT-NILAI > 100
               MOVE 'T' TO SAKLAR-ANGSURAN-SAH
               MOVE '3' TO ANGSURAN-ALASAN
               STRING 'Tarif ' AM-KONSTANTA
                   ' tidak ada / di luar 0-100 pada '
                   TU-HARI '/' TU-BULAN '/' TU-TAHUN
                   DELIMITED BY SIZE INTO ANGSURAN-PESAN
               GO TO HITUNG-SATU-PERIODE-EXIT
           END-IF.
           MOVE KT-NILAI TO AN-TARIF(AN-IDX).
           MOVE AN-SALDO TO AN-SALDO-AWAL(AN-IDX).
           IF PEMBULATAN-DIBULATKAN
               COMPUTE AN-BUNGA(AN-IDX) ROUNDED =
                   AN-SALDO * KT-NILAI / 1200
           ELSE
               COMPUTE AN-BUNGA(AN-IDX) = AN-SALDO * KT-NILAI / 1200
           END-IF.
      *    PERIODE TERAKHIR MELUNASI SISA POKOK : SELISIH          *
      *    PEMBULATAN PERIODE SEBELUMNYA TERKUMPUL DI ANGSURAN     *
      *    INI.                                                    *
           IF AN-IDX = AM-TENOR
               MOVE AN-SALDO TO AN-POKOK(AN-IDX)
           ELSE
               IF KT-NILAI NOT = AN-TARIF-LALU
                   PERFORM HITUNG-ANGSURAN-TETAP
                   IF NOT ANGSURAN-SAH
                       GO TO HITUNG-SATU-PERIODE-EXIT
                   END-IF
               END-IF
               COMPUTE AN-POKOK(AN-IDX) =
                   AN-ANGSURAN-TETAP - AN-BUNGA(AN-IDX)
               IF AN-POKOK(AN-IDX) < 0
                   MOVE 0 TO AN-POKOK(AN-IDX)
               END-IF
               IF AN-POKOK(AN-IDX) > AN-SALDO
                   MOVE AN-SALDO TO AN-POKOK(AN-IDX)
               END-IF
           END-IF.
           COMPUTE AN-ANGSURAN(AN-IDX) =
                   AN-BUNGA(AN-IDX) + AN-POKOK(AN-IDX)
               ON SIZE ERROR
                   MOVE 'T' TO SAKLAR-ANGSURAN-SAH
                   MOVE 'B' TO ANGSURAN-ALASAN
                   MOVE 'Angsuran melebihi 9.999.999,99'
                       TO ANGSURAN-PESAN
                   GO TO HITUNG-SATU-PERIODE-EXIT
           END-COMPUTE.
           SUBTRACT AN-POKOK(AN-IDX) FROM AN-SALDO.
           MOVE AN-SALDO TO AN-SALDO-AKHIR(AN-IDX).
           ADD AN-BUNGA(AN-IDX) TO AN-TOTAL-BUNGA.
           ADD AN-ANGSURAN(AN-IDX) TO AN-TOTAL-ANGSURAN.
           MOVE KT-NILAI TO AN-TARIF-LALU.
       HITUNG-SATU-PERIODE-EXIT.
           EXIT.
      *    JATUH TEMPO BERIKUTNYA : SATU BULAN SESUDAH YANG LALU,  *
      *    PADA HARI TANGGAL MULAI ATAU AKHIR BULAN KALAU LEBIH    *
      *    PENDEK (MULAI 31/01 -> 28/02 ATAU 29/02, 31/03, ...).   *
       MAJUKAN-JATUH-TEMPO.
           IF TU-BULAN < 12
               ADD 1 TO TU-BULAN
           ELSE
               MOVE 1 TO TU-BULAN
               ADD 1 TO TU-TAHUN
           END-IF.
           MOVE AN-HARI-MULAI TO TU-HARI.
           PERFORM HITUNG-AKHIR-BULAN-UJI.
           IF TU-HARI > TU-AKHIR-BULAN
               MOVE TU-AKHIR-BULAN TO TU-HARI
           END-IF.
      *    ANGSURAN TETAP (ANUITAS) ATAS SISA POKOK DAN SISA       *
      *    TENOR N, TARIF BULANAN I = TARIF / 1200 :               *
      *    A = SALDO / (V + V**2 + ... + V**N), V = 1 / (1 + I).   *
      *    TARIF 0 MEMBERI V = 1, JADI A = SALDO / N.              *
       HITUNG-ANGSURAN-TETAP.
           COMPUTE AN-SISA-TENOR = AM-TENOR - AN-IDX + 1.
           COMPUTE AN-PEMBAGI = 1200 + KT-NILAI.
           DIVIDE 1200 BY AN-PEMBAGI GIVING AN-DISKON ROUNDED.
           MOVE 1 TO AN-FAKTOR.
           MOVE 0 TO AN-JUMLAH-FAKTOR.
           PERFORM TAMBAH-SATU-FAKTOR AN-SISA-TENOR TIMES.
           IF PEMBULATAN-DIBULATKAN
               COMPUTE AN-ANGSURAN-TETAP ROUNDED =
                   AN-SALDO / AN-JUMLAH-FAKTOR
           ELSE
               COMPUTE AN-ANGSURAN-TETAP = AN-SALDO / AN-JUMLAH-FAKTOR
           END-IF.
           IF AN-ANGSURAN-TETAP > 9999999.99
               MOVE 'T' TO SAKLAR-ANGSURAN-SAH
               MOVE 'B' TO ANGSURAN-ALASAN
               MOVE 'Angsuran melebihi 9.999.999,99' TO ANGSURAN-PESAN
           END-IF.
       TAMBAH-SATU-FAKTOR.
           COMPUTE AN-FAKTOR ROUNDED = AN-FAKTOR * AN-DISKON.
           ADD AN-FAKTOR TO AN-JUMLAH-FAKTOR.
      *    TAMPILAN JADWAL : 16 PERIODE PER HALAMAN (BARIS 4-19),  *
      *    JUMLAH BUNGA DAN ANGSURAN DI BAWAH HALAMAN TERAKHIR.    *
       TAMPIL-JADWAL-ANGSURAN.
           PERFORM TAMPIL-JUDUL-JADWAL.
           PERFORM TAMPIL-SATU-PERIODE THRU TAMPIL-SATU-PERIODE-EXIT
               VARYING AN-IDX FROM 1 BY 1 UNTIL AN-IDX > AM-TENOR.
           MOVE AN-TOTAL-BUNGA TO BLT-BUNGA.
           MOVE AN-TOTAL-ANGSURAN TO BLT-ANGSURAN.
           DISPLAY (20, 1) BARIS-LAPORAN-ANGSURAN-TOTAL.
       TAMPIL-JUDUL-JADWAL.
           PERFORM ISI-KEPALA-ANGSURAN.
           DISPLAY CLS.
           DISPLAY (1, 1) BARIS-LAPORAN-ANGSURAN.
           DISPLAY (3, 1) JUDUL-LAPORAN-PERIODE.
           MOVE 3 TO AN-BARIS-LAYAR.
       TAMPIL-SATU-PERIODE.
           IF AN-BARIS-LAYAR NOT < 19
               MOVE SPACE TO LAGI
               DISPLAY TAMPILAN-HALAMAN-BERIKUT
               ACCEPT TAMPILAN-HALAMAN-BERIKUT
               PERFORM TAMPIL-JUDUL-JADWAL
           END-IF.
           ADD 1 TO AN-BARIS-LAYAR.
           PERFORM ISI-BARIS-PERIODE.
           DISPLAY (AN-BARIS-LAYAR, 1) BARIS-LAPORAN-PERIODE.
       TAMPIL-SATU-PERIODE-EXIT.
           EXIT.
       ISI-KEPALA-ANGSURAN.
           MOVE OPERATOR-ID TO BLA-OPERATOR.
           MOVE AM-KONSTANTA TO BLA-KONSTANTA.
           MOVE AM-POKOK TO BLA-POKOK.
           MOVE AM-TENOR TO BLA-TENOR.
           MOVE SPACES TO BLA-MULAI.
           STRING AM-MULAI(7:2) '/' AM-MULAI(5:2) '/' AM-MULAI(1:4)
               DELIMITED BY SIZE INTO BLA-MULAI.
       ISI-BARIS-PERIODE.
           MOVE AN-IDX TO BLP-PERIODE.
           MOVE AN-JATUH-TEMPO(AN-IDX) TO AN-TANGGAL-CETAK.
           MOVE SPACES TO BLP-JATUH-TEMPO.
           STRING AN-TANGGAL-CETAK(7:2) '/' AN-TANGGAL-CETAK(5:2) '/'
               AN-TANGGAL-CETAK(1:4)
               DELIMITED BY SIZE INTO BLP-JATUH-TEMPO.
           MOVE AN-SALDO-AWAL(AN-IDX) TO BLP-SALDO-AWAL.
           MOVE AN-BUNGA(AN-IDX) TO BLP-BUNGA.
           MOVE AN-POKOK(AN-IDX) TO BLP-POKOK.
           MOVE AN-ANGSURAN(AN-IDX) TO BLP-ANGSURAN.
           MOVE AN-SALDO-AKHIR(AN-IDX) TO BLP-SALDO-AKHIR.
      *----------------------------------------------------------*
      * POSTING JADWAL ANGSURAN (LAYAR DAN BATCH) : LAPORAN       *
      * MENDAPAT KEPALA, SATU BARIS PER PERIODE, DAN JUMLAHNYA;   *
      * AUDIT SATU BARIS RINGKASAN (JENIS A : POKOK, TARIF        *
      * PERIODE PERTAMA, JUMLAH ANGSURAN, TENOR, TANGGAL MULAI);  *
      * HASILOUT SATU RECORD PER PERIODE YANG MERUJUK URUT SEGEL  *
      * BARIS RINGKASAN ITU. DIHITUNG TERPISAH (JUMLAH JADWAL     *
      * DAN JUMLAH PERIODE), TIDAK MASUK TOTAL TRANSAKSI.         *
      *----------------------------------------------------------*
       POSTING-ANGSURAN.
           MOVE 'T' TO SAKLAR-ANGSURAN-TERPOSTING.
           MOVE AM-POKOK TO N1.
           MOVE AN-TARIF(1) TO N2.
           MOVE 0 TO PIL.
           MOVE AN-TOTAL-ANGSURAN TO HASIL-MENTAH.
           MOVE HASIL-MENTAH TO HASIL.
           MOVE 0 TO SISA.
           MOVE AM-KONSTANTA TO KONSTANTA-DIPAKAI.
           MOVE SPACES TO RUMUS-DIPAKAI.
           IF MODE-INTERAKTIF
               PERFORM PERIKSA-BATAS THRU PERIKSA-BATAS-EXIT
               IF NOT HITUNG-DISETUJUI
                   ADD 1 TO CACAH-DITOLAK
                   ADD 1 TO CACAH-DITOLAK-BATAS
                   GO TO POSTING-ANGSURAN-EXIT
               END-IF
           END-IF.
           IF MODE-INTERAKTIF
               PERFORM TENTUKAN-TANGGAL-POSTING
                   THRU TENTUKAN-TANGGAL-POSTING-EXIT
               IF NOT POSTING-BUKA
                   PERFORM TOLAK-HARI-TERTUTUP
                   GO TO POSTING-ANGSURAN-EXIT
               END-IF
           END-IF.
           PERFORM ISI-KEPALA-ANGSURAN.
           WRITE REPORT-RECORD FROM BARIS-LAPORAN-ANGSURAN.
           IF NOT LAPORAN-OK
               ADD 1 TO CACAH-DITOLAK
               ADD 1 TO CACAH-DITOLAK-LAIN
               DISPLAY 'LAPORAN: GAGAL MENULIS BARIS LAPORAN, STATUS = '
                       STATUS-LAPORAN
               GO TO POSTING-ANGSURAN-EXIT
           END-IF.
           ADD 1 TO CACAH-BARIS-LAPORAN.
           ADD 1 TO CACAH-ANGSURAN.
           ADD AM-TENOR TO CACAH-PERIODE-ANGSURAN.
           WRITE REPORT-RECORD FROM JUDUL-LAPORAN-PERIODE.
           PERFORM CATAT-BARIS-JADWAL.
           PERFORM TULIS-LAPORAN-PERIODE
               VARYING AN-IDX FROM 1 BY 1 UNTIL AN-IDX > AM-TENOR.
           MOVE AN-TOTAL-BUNGA TO BLT-BUNGA.
           MOVE AN-TOTAL-ANGSURAN TO BLT-ANGSURAN.
           WRITE REPORT-RECORD FROM BARIS-LAPORAN-ANGSURAN-TOTAL.
           PERFORM CATAT-BARIS-JADWAL.
           MOVE 'ANGS' TO BL-SIMBOL.
           MOVE HASIL-MENTAH TO BL-HASIL.
           MOVE SPACES TO TANDA-POSTING.
           MOVE 'A' TO TP-JENIS.
           MOVE AM-TENOR TO TP-TENOR.
           MOVE AM-MULAI TO TP-MULAI.
           PERFORM TULIS-AUDIT THRU TULIS-AUDIT-EXIT.
           IF NOT MODE-UJI
               MOVE SPACES TO TANDA-POSTING
               MOVE 'A' TO TP-JENIS
               MOVE SGA-URUT TO TP-REF-URUT
               PERFORM TULIS-HASILOUT-PERIODE
                   VARYING AN-IDX FROM 1 BY 1 UNTIL AN-IDX > AM-TENOR
           END-IF.
           MOVE SPACES TO TANDA-POSTING.
           MOVE SPACES TO PERIODE-POSTING.
           MOVE AM-POKOK TO N1.
           MOVE AN-TARIF(1) TO N2.
           MOVE AN-TOTAL-ANGSURAN TO HASIL-MENTAH.
           MOVE 'Y' TO SAKLAR-ANGSURAN-TERPOSTING.
       POSTING-ANGSURAN-EXIT.
           EXIT.
       TULIS-LAPORAN-PERIODE.
           PERFORM ISI-BARIS-PERIODE.
           WRITE REPORT-RECORD FROM BARIS-LAPORAN-PERIODE.
           PERFORM CATAT-BARIS-JADWAL.
       CATAT-BARIS-JADWAL.
           IF LAPORAN-OK
               ADD 1 TO CACAH-BARIS-LAPORAN
           ELSE
               DISPLAY 'LAPORAN: GAGAL MENULIS BARIS LAPORAN, STATUS = '
                       STATUS-LAPORAN
           END-IF.
      *    SATU RECORD HASILOUT PER PERIODE : N1 = SALDO AWAL,     *
      *    N2 = TARIF, HASIL = ANGSURAN, RINCIAN DI HO-ANGSURAN.   *
       TULIS-HASILOUT-PERIODE.
           MOVE AN-SALDO-AWAL(AN-IDX) TO N1.
           MOVE AN-TARIF(AN-IDX) TO N2.
           MOVE AN-ANGSURAN(AN-IDX) TO HASIL-MENTAH.
           MOVE AN-IDX TO PP-PERIODE.
           MOVE AN-JATUH-TEMPO(AN-IDX) TO PP-JATUH-TEMPO.
           MOVE AN-BUNGA(AN-IDX) TO PP-BUNGA.
           MOVE AN-POKOK(AN-IDX) TO PP-POKOK.
           PERFORM TULIS-HASILOUT.
      *----------------------------------------------------------*
      * PEMELIHARAAN PETA AKUN GL : DAFTAR PETA URUT KUNCI, LALU  *
      * TAMBAH / UBAH AKUN / NONAKTIF. SEPERTI KONSTANTA DAN      *
      * OPERATOR, SETIAP AKSI DICATAT SEBAGAI USULAN DI TUNDA     *
      * DAN BARU BERLAKU SESUDAH DISETUJUI SUPERVISOR LAIN.       *
      *----------------------------------------------------------*
       RAWAT-AKUN.
           DISPLAY CLS.
           DISPLAY (2, 2) 'Peta Akun GL (jenis/kode/cabang/debet/'
               'kredit/pusat biaya/aktif) :'.
           MOVE 2 TO AG-BARIS-LAYAR.
           MOVE LOW-VALUES TO AG-KUNCI.
           START AKUN-FILE KEY IS NOT LESS THAN AG-KUNCI
               INVALID KEY MOVE '10' TO STATUS-BACA-AKUN
               NOT INVALID KEY MOVE '00' TO STATUS-BACA-AKUN
           END-START.
           IF NOT AKHIR-AKUN
               PERFORM BACA-AKUN-URUT
           END-IF.
           PERFORM TAMPIL-SATU-AKUN THRU TAMPIL-SATU-AKUN-EXIT
               UNTIL AKHIR-AKUN OR AG-BARIS-LAYAR NOT < 20.
           DISPLAY TAMPILAN-AKSI-KONSTANTA.
           ACCEPT TAMPILAN-AKSI-KONSTANTA.
           IF AKSI-KEMBALI
               GO TO MULAI
           END-IF.
           IF AKSI-TAMBAH
               GO TO RAWAT-AKUN-TAMBAH
           END-IF.
           IF AKSI-UBAH
               GO TO RAWAT-AKUN-UBAH
           END-IF.
           IF AKSI-NONAKTIF
               GO TO RAWAT-AKUN-NONAKTIF
           END-IF.
           GO TO RAWAT-AKUN.
       TAMPIL-SATU-AKUN.
           ADD 1 TO AG-BARIS-LAYAR.
           DISPLAY (AG-BARIS-LAYAR, 2) AG-JENIS, ' ', AG-KODE, ' ',
               AG-CABANG, ' ', AG-AKUN-DEBET, ' ', AG-AKUN-KREDIT,
               ' ', AG-PUSAT-BIAYA, ' ', AG-AKTIF.
           PERFORM BACA-AKUN-URUT.
       TAMPIL-SATU-AKUN-EXIT.
           EXIT.
       RAWAT-AKUN-TAMBAH.
           MOVE SPACES TO AKUN-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-AKUN-BARU.
           ACCEPT TAMPILAN-AKUN-BARU.
           IF AK-KODE = SPACES
               GO TO RAWAT-AKUN
           END-IF.
           PERFORM PERIKSA-AKUN-KERJA THRU PERIKSA-AKUN-KERJA-EXIT.
           IF NOT AKUN-BERES
               DISPLAY CLS
               DISPLAY TAMPILAN-AKUN-SALAH
               ACCEPT TAMPILAN-AKUN-SALAH
               GO TO RAWAT-AKUN
           END-IF.
           PERFORM CARI-AKUN.
           IF AKUN-KETEMU AND AG-AKTIF = 'A'
               DISPLAY CLS
               DISPLAY TAMPILAN-AKUN-ADA
               ACCEPT TAMPILAN-AKUN-ADA
               GO TO RAWAT-AKUN
           END-IF.
           PERFORM KOSONGKAN-TUNDA.
           MOVE 'A' TO TD-JENIS.
           MOVE 'T' TO TD-AKSI.
           MOVE AK-KODE TO TA-KODE.
           MOVE AK-CABANG TO TA-CABANG.
           MOVE SPACES TO TD-ISI-AKUN.
           MOVE AK-JENIS TO TA-JENIS-PETA.
           MOVE AK-DEBET TO TA-BARU-DEBET.
           MOVE AK-KREDIT TO TA-BARU-KREDIT.
           MOVE AK-PUSAT TO TA-BARU-PUSAT.
           PERFORM AJUKAN-TUNDA THRU AJUKAN-TUNDA-EXIT.
           GO TO RAWAT-AKUN.
      *    UBAH : AKUN DEBET, KREDIT, DAN PUSAT BIAYA DIGANTI       *
      *    SEKALIGUS; NILAI LAMA IKUT DICATAT DI USULAN SUPAYA      *
      *    PEMERIKSA DAN RIWAYAT-UBAH MELIHAT LAMA -> BARU.         *
       RAWAT-AKUN-UBAH.
           MOVE SPACES TO AKUN-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-AKUN-UBAH.
           ACCEPT TAMPILAN-AKUN-UBAH.
           IF AK-KODE = SPACES
               GO TO RAWAT-AKUN
           END-IF.
           PERFORM PERIKSA-AKUN-KERJA THRU PERIKSA-AKUN-KERJA-EXIT.
           IF NOT AKUN-BERES
               DISPLAY CLS
               DISPLAY TAMPILAN-AKUN-SALAH
               ACCEPT TAMPILAN-AKUN-SALAH
               GO TO RAWAT-AKUN
           END-IF.
           PERFORM CARI-AKUN.
           IF NOT AKUN-KETEMU OR AG-AKTIF NOT = 'A'
               DISPLAY CLS
               DISPLAY TAMPILAN-AKUN-TIDAK-ADA
               ACCEPT TAMPILAN-AKUN-TIDAK-ADA
               GO TO RAWAT-AKUN
           END-IF.
           PERFORM KOSONGKAN-TUNDA.
           MOVE 'A' TO TD-JENIS.
           MOVE 'U' TO TD-AKSI.
           MOVE AK-KODE TO TA-KODE.
           MOVE AK-CABANG TO TA-CABANG.
           MOVE SPACES TO TD-ISI-AKUN.
           MOVE AK-JENIS TO TA-JENIS-PETA.
           MOVE AG-AKUN-DEBET TO TA-LAMA-DEBET.
           MOVE AG-AKUN-KREDIT TO TA-LAMA-KREDIT.
           MOVE AG-PUSAT-BIAYA TO TA-LAMA-PUSAT.
           MOVE AK-DEBET TO TA-BARU-DEBET.
           MOVE AK-KREDIT TO TA-BARU-KREDIT.
           MOVE AK-PUSAT TO TA-BARU-PUSAT.
           PERFORM AJUKAN-TUNDA THRU AJUKAN-TUNDA-EXIT.
           GO TO RAWAT-AKUN.
       RAWAT-AKUN-NONAKTIF.
           MOVE SPACES TO AKUN-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-AKUN-NONAKTIF.
           ACCEPT TAMPILAN-AKUN-NONAKTIF.
           IF AK-KODE = SPACES
               GO TO RAWAT-AKUN
           END-IF.
           INSPECT AK-JENIS CONVERTING 'okr' TO 'OKR'.
           PERFORM CARI-AKUN.
           IF NOT AKUN-KETEMU OR AG-AKTIF NOT = 'A'
               DISPLAY CLS
               DISPLAY TAMPILAN-AKUN-TIDAK-ADA
               ACCEPT TAMPILAN-AKUN-TIDAK-ADA
               GO TO RAWAT-AKUN
           END-IF.
           PERFORM KOSONGKAN-TUNDA.
           MOVE 'A' TO TD-JENIS.
           MOVE 'N' TO TD-AKSI.
           MOVE AK-KODE TO TA-KODE.
           MOVE AK-CABANG TO TA-CABANG.
           MOVE SPACES TO TD-ISI-AKUN.
           MOVE AK-JENIS TO TA-JENIS-PETA.
           MOVE AG-AKUN-DEBET TO TA-LAMA-DEBET.
           MOVE AG-AKUN-KREDIT TO TA-LAMA-KREDIT.
           MOVE AG-PUSAT-BIAYA TO TA-LAMA-PUSAT.
           PERFORM AJUKAN-TUNDA THRU AJUKAN-TUNDA-EXIT.
           GO TO RAWAT-AKUN.
      *----------------------------------------------------------*
      * PEMERIKSAAN MASUKAN PETA : JENIS O/K/R, KODENYA HARUS     *
      * DIKENAL (OPERASI 1-9, KONSTANTA ADA DI KONSTAN, RUMUS     *
      * ADA DI RUMUS), DAN KETIGA AKUN TERISI DENGAN DEBET YANG   *
      * BERBEDA DARI KREDIT - PETA YANG MEMBUKUKAN KE AKUN YANG   *
      * SAMA DI KEDUA SISI TIDAK ADA ARTINYA.                     *
      *----------------------------------------------------------*
       PERIKSA-AKUN-KERJA.
           MOVE 'Y' TO SAKLAR-AKUN-BERES.
           INSPECT AK-JENIS CONVERTING 'okr' TO 'OKR'.
           IF AK-DEBET = SPACES OR AK-KREDIT = SPACES
                   OR AK-PUSAT = SPACES OR AK-DEBET = AK-KREDIT
               MOVE 'T' TO SAKLAR-AKUN-BERES
               GO TO PERIKSA-AKUN-KERJA-EXIT
           END-IF.
           IF PETA-OPERASI
               IF AK-KODE(1:1) < '1' OR AK-KODE(1:1) > '9'
                       OR AK-KODE(2:11) NOT = SPACES
                   MOVE 'T' TO SAKLAR-AKUN-BERES
               END-IF
               GO TO PERIKSA-AKUN-KERJA-EXIT
           END-IF.
           IF PETA-KONSTANTA
               MOVE AK-KODE(1:8) TO KODE-KONSTANTA-CARI
               PERFORM CARI-KONSTANTA
               IF NOT KONSTANTA-KETEMU
                       OR AK-KODE(9:4) NOT = SPACES
                   MOVE 'T' TO SAKLAR-AKUN-BERES
               END-IF
               GO TO PERIKSA-AKUN-KERJA-EXIT
           END-IF.
           IF PETA-RUMUS
               MOVE AK-KODE TO RUMUS-PILIH-NAMA
               PERFORM MULAI-DARI-RUMUS
               IF AKHIR-RUMUS OR RM-NAMA NOT = AK-KODE
                   MOVE 'T' TO SAKLAR-AKUN-BERES
               END-IF
               GO TO PERIKSA-AKUN-KERJA-EXIT
           END-IF.
           MOVE 'T' TO SAKLAR-AKUN-BERES.
       PERIKSA-AKUN-KERJA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * PEMELIHARAAN JADWAL TETAP : DAFTAR JADWAL URUT CABANG DAN *
      * NOMOR, LALU TAMBAH / UBAH / NONAKTIF. SEPERTI KONSTANTA,  *
      * SETIAP AKSI DICATAT SEBAGAI USULAN DI TUNDA DAN BARU      *
      * BERLAKU SESUDAH DISETUJUI SUPERVISOR LAIN. TANGGAL        *
      * TERAKHIR DIBUAT TIDAK BISA DIUBAH DARI LAYAR, SUPAYA      *
      * JATUH TEMPO YANG SUDAH DIBUAT TIDAK TERBUAT DUA KALI.     *
      *----------------------------------------------------------*
       RAWAT-JADWAL.
           DISPLAY CLS.
           DISPLAY (2, 2) 'Jadwal Tetap (cabang/no/jenis/op/rumus-'
               'konstanta/nilai 1/frek/mulai/akhir/terakhir/aktif) :'.
           MOVE 2 TO JW-BARIS-LAYAR.
           MOVE LOW-VALUES TO JW-KUNCI.
           START JADWAL-FILE KEY IS NOT LESS THAN JW-KUNCI
               INVALID KEY MOVE '10' TO STATUS-BACA-JADWAL
               NOT INVALID KEY MOVE '00' TO STATUS-BACA-JADWAL
           END-START.
           IF NOT AKHIR-JADWAL
               PERFORM BACA-JADWAL-URUT
           END-IF.
           PERFORM TAMPIL-SATU-JADWAL THRU TAMPIL-SATU-JADWAL-EXIT
               UNTIL AKHIR-JADWAL OR JW-BARIS-LAYAR NOT < 20.
           DISPLAY TAMPILAN-AKSI-KONSTANTA.
           ACCEPT TAMPILAN-AKSI-KONSTANTA.
           IF AKSI-KEMBALI
               GO TO MULAI
           END-IF.
           IF AKSI-TAMBAH
               GO TO RAWAT-JADWAL-TAMBAH
           END-IF.
           IF AKSI-UBAH
               GO TO RAWAT-JADWAL-UBAH
           END-IF.
           IF AKSI-NONAKTIF
               GO TO RAWAT-JADWAL-NONAKTIF
           END-IF.
           GO TO RAWAT-JADWAL.
       TAMPIL-SATU-JADWAL.
           ADD 1 TO JW-BARIS-LAYAR.
           MOVE JW-N1 TO NIL1.
           IF JW-JENIS = 'R'
               DISPLAY (JW-BARIS-LAYAR, 2) JW-CABANG, ' ', JW-NOMOR,
                   ' R 9 ', JW-RUMUS, ' ', NIL1, ' ', JW-FREKUENSI,
                   ' ', JW-MULAI, ' ', JW-SAMPAI, ' ', JW-TERAKHIR,
                   ' ', JW-AKTIF
           ELSE
               DISPLAY (JW-BARIS-LAYAR, 2) JW-CABANG, ' ', JW-NOMOR,
                   ' O ', JW-KODE-OPERASI, ' ', JW-KONSTANTA,
                   '     ', NIL1, ' ', JW-FREKUENSI, ' ', JW-MULAI,
                   ' ', JW-SAMPAI, ' ', JW-TERAKHIR, ' ', JW-AKTIF
           END-IF.
           PERFORM BACA-JADWAL-URUT.
       TAMPIL-SATU-JADWAL-EXIT.
           EXIT.
       RAWAT-JADWAL-TAMBAH.
           PERFORM KOSONGKAN-JADWAL-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-JADWAL-BARU.
           ACCEPT TAMPILAN-JADWAL-BARU.
           IF JK-CABANG = SPACES
               GO TO RAWAT-JADWAL
           END-IF.
           PERFORM PERIKSA-JADWAL-KERJA THRU PERIKSA-JADWAL-KERJA-EXIT.
           IF NOT JADWAL-BERES
               DISPLAY CLS
               DISPLAY TAMPILAN-JADWAL-SALAH
               ACCEPT TAMPILAN-JADWAL-SALAH
               GO TO RAWAT-JADWAL
           END-IF.
           PERFORM CARI-JADWAL.
           IF JADWAL-KETEMU AND JW-AKTIF = 'A'
               DISPLAY CLS
               DISPLAY TAMPILAN-JADWAL-ADA
               ACCEPT TAMPILAN-JADWAL-ADA
               GO TO RAWAT-JADWAL
           END-IF.
           PERFORM KOSONGKAN-TUNDA.
           MOVE 'J' TO TD-JENIS.
           MOVE 'T' TO TD-AKSI.
           PERFORM ISI-TUNDA-JADWAL.
           PERFORM AJUKAN-TUNDA THRU AJUKAN-TUNDA-EXIT.
           GO TO RAWAT-JADWAL.
      *    UBAH : SELURUH ISI JADWAL DIGANTI NILAI BARU DARI LAYAR; *
      *    TANGGAL TERAKHIR DIBUAT TETAP.                          *
       RAWAT-JADWAL-UBAH.
           PERFORM KOSONGKAN-JADWAL-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-JADWAL-UBAH.
           ACCEPT TAMPILAN-JADWAL-UBAH.
           IF JK-CABANG = SPACES
               GO TO RAWAT-JADWAL
           END-IF.
           PERFORM PERIKSA-JADWAL-KERJA THRU PERIKSA-JADWAL-KERJA-EXIT.
           IF NOT JADWAL-BERES
               DISPLAY CLS
               DISPLAY TAMPILAN-JADWAL-SALAH
               ACCEPT TAMPILAN-JADWAL-SALAH
               GO TO RAWAT-JADWAL
           END-IF.
           PERFORM CARI-JADWAL.
           IF NOT JADWAL-KETEMU OR JW-AKTIF NOT = 'A'
               DISPLAY CLS
               DISPLAY TAMPILAN-JADWAL-TIDAK-ADA
               ACCEPT TAMPILAN-JADWAL-TIDAK-ADA
               GO TO RAWAT-JADWAL
           END-IF.
           PERFORM KOSONGKAN-TUNDA.
           MOVE 'J' TO TD-JENIS.
           MOVE 'U' TO TD-AKSI.
           PERFORM ISI-TUNDA-JADWAL.
           PERFORM AJUKAN-TUNDA THRU AJUKAN-TUNDA-EXIT.
           GO TO RAWAT-JADWAL.
       RAWAT-JADWAL-NONAKTIF.
           PERFORM KOSONGKAN-JADWAL-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-JADWAL-NONAKTIF.
           ACCEPT TAMPILAN-JADWAL-NONAKTIF.
           IF JK-CABANG = SPACES
               GO TO RAWAT-JADWAL
           END-IF.
           PERFORM CARI-JADWAL.
           IF NOT JADWAL-KETEMU OR JW-AKTIF NOT = 'A'
               DISPLAY CLS
               DISPLAY TAMPILAN-JADWAL-TIDAK-ADA
               ACCEPT TAMPILAN-JADWAL-TIDAK-ADA
               GO TO RAWAT-JADWAL
           END-IF.
           PERFORM KOSONGKAN-TUNDA.
           MOVE 'J' TO TD-JENIS.
           MOVE 'N' TO TD-AKSI.
           MOVE JK-CABANG TO TJ-CABANG.
           MOVE JK-NOMOR TO TJ-NOMOR.
           MOVE SPACES TO TD-ISI-JADWAL.
           MOVE JW-JENIS TO TJ-JENIS.
           MOVE JW-KODE-OPERASI TO TJ-KODE-OPERASI.
           MOVE JW-RUMUS TO TJ-RUMUS.
           MOVE JW-N1 TO TJ-N1.
           MOVE JW-N2 TO TJ-N2.
           MOVE JW-KONSTANTA TO TJ-KONSTANTA.
           MOVE JW-FREKUENSI TO TJ-FREKUENSI.
           MOVE JW-MULAI TO TJ-MULAI.
           MOVE JW-SAMPAI TO TJ-SAMPAI.
           PERFORM AJUKAN-TUNDA THRU AJUKAN-TUNDA-EXIT.
           GO TO RAWAT-JADWAL.
       KOSONGKAN-JADWAL-KERJA.
           MOVE SPACES TO JK-CABANG.
           MOVE 0 TO JK-NOMOR.
           MOVE SPACES TO JK-JENIS.
           MOVE 0 TO JK-KODE-OPERASI.
           MOVE SPACES TO JK-RUMUS.
           MOVE 0 TO JK-N1.
           MOVE 0 TO JK-N2.
           MOVE SPACES TO JK-KONSTANTA.
           MOVE SPACES TO JK-FREKUENSI.
           MOVE SPACES TO JK-MULAI.
           MOVE SPACES TO JK-SAMPAI.
       ISI-TUNDA-JADWAL.
           MOVE JK-CABANG TO TJ-CABANG.
           MOVE JK-NOMOR TO TJ-NOMOR.
           MOVE SPACES TO TD-ISI-JADWAL.
           MOVE JK-JENIS TO TJ-JENIS.
           MOVE JK-KODE-OPERASI TO TJ-KODE-OPERASI.
           MOVE JK-RUMUS TO TJ-RUMUS.
           MOVE JK-N1 TO TJ-N1.
           MOVE JK-N2 TO TJ-N2.
           MOVE JK-KONSTANTA TO TJ-KONSTANTA.
           MOVE JK-FREKUENSI TO TJ-FREKUENSI.
           MOVE JK-MULAI TO TJ-MULAI.
           MOVE JK-SAMPAI TO TJ-SAMPAI.
      *----------------------------------------------------------*
      * PEMERIKSAAN MASUKAN JADWAL : JENIS O BUTUH KODE OPERASI   *
      * YANG BISA DIJALANKAN BATCH (1-5, 7, 8) DAN KONSTANTA YANG *
      * ADA BILA DIISI; JENIS R BUTUH RUMUS YANG ADA (KONSTANTA   *
      * DIAMBIL OLEH LANGKAH RUMUSNYA SENDIRI). TANGGAL MULAI     *
      * HARUS TANGGAL SAH; TANGGAL AKHIR KOSONG = 99999999.       *
      *----------------------------------------------------------*
       PERIKSA-JADWAL-KERJA.
           MOVE 'Y' TO SAKLAR-JADWAL-BERES.
           INSPECT JK-JENIS CONVERTING 'or' TO 'OR'.
           INSPECT JK-FREKUENSI CONVERTING 'hmba' TO 'HMBA'.
           IF NOT FREKUENSI-SAH
               MOVE 'T' TO SAKLAR-JADWAL-BERES
               GO TO PERIKSA-JADWAL-KERJA-EXIT
           END-IF.
           MOVE JK-MULAI TO TANGGAL-UJI.
           PERFORM PERIKSA-TANGGAL-UJI.
           IF NOT TANGGAL-SAH
               MOVE 'T' TO SAKLAR-JADWAL-BERES
               GO TO PERIKSA-JADWAL-KERJA-EXIT
           END-IF.
           IF JK-SAMPAI = SPACES
               MOVE '99999999' TO JK-SAMPAI
           END-IF.
           IF JK-SAMPAI NOT = '99999999'
               MOVE JK-SAMPAI TO TANGGAL-UJI
               PERFORM PERIKSA-TANGGAL-UJI
               IF NOT TANGGAL-SAH OR JK-SAMPAI < JK-MULAI
                   MOVE 'T' TO SAKLAR-JADWAL-BERES
                   GO TO PERIKSA-JADWAL-KERJA-EXIT
               END-IF
           END-IF.
           IF JADWAL-OPERASI
               MOVE SPACES TO JK-RUMUS
               IF JK-KODE-OPERASI = 0 OR JK-KODE-OPERASI = 6
                       OR JK-KODE-OPERASI = 9
                   MOVE 'T' TO SAKLAR-JADWAL-BERES
                   GO TO PERIKSA-JADWAL-KERJA-EXIT
               END-IF
               IF JK-KONSTANTA NOT = SPACES
                   MOVE JK-KONSTANTA TO KODE-KONSTANTA-CARI
                   PERFORM CARI-KONSTANTA
                   IF NOT KONSTANTA-KETEMU
                       MOVE 'T' TO SAKLAR-JADWAL-BERES
                   END-IF
                   GO TO PERIKSA-JADWAL-KERJA-EXIT
               END-IF
               IF (JK-KODE-OPERASI = 4 OR JK-KODE-OPERASI = 5
                       OR JK-KODE-OPERASI = 7) AND JK-N2 = 0
                   MOVE 'T' TO SAKLAR-JADWAL-BERES
               END-IF
               GO TO PERIKSA-JADWAL-KERJA-EXIT
           END-IF.
           IF JADWAL-RUMUS
               MOVE 9 TO JK-KODE-OPERASI
               MOVE SPACES TO JK-KONSTANTA
               MOVE JK-RUMUS TO RUMUS-PILIH-NAMA
               PERFORM MULAI-DARI-RUMUS
               IF JK-RUMUS = SPACES OR AKHIR-RUMUS
                       OR RM-NAMA NOT = JK-RUMUS
                   MOVE 'T' TO SAKLAR-JADWAL-BERES
               END-IF
               GO TO PERIKSA-JADWAL-KERJA-EXIT
           END-IF.
           MOVE 'T' TO SAKLAR-JADWAL-BERES.
       PERIKSA-JADWAL-KERJA-EXIT.
           EXIT.
      *    TANGGAL-UJI SAH BILA ANGKA, BULAN 1-12, DAN HARI TIDAK   *
      *    MELEWATI AKHIR BULANNYA (TAHUN KABISAT DIPERHITUNGKAN).  *
       PERIKSA-TANGGAL-UJI.
           MOVE 'Y' TO SAKLAR-TANGGAL-SAH.
           IF TANGGAL-UJI IS NOT NUMERIC
               MOVE 'T' TO SAKLAR-TANGGAL-SAH
           ELSE
               IF TU-BULAN < 1 OR TU-BULAN > 12 OR TU-HARI < 1
                   MOVE 'T' TO SAKLAR-TANGGAL-SAH
               ELSE
                   PERFORM HITUNG-AKHIR-BULAN-UJI
                   IF TU-HARI > TU-AKHIR-BULAN
                       MOVE 'T' TO SAKLAR-TANGGAL-SAH
                   END-IF
               END-IF
           END-IF.
       HITUNG-AKHIR-BULAN-UJI.
           EVALUATE TU-BULAN
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO TU-AKHIR-BULAN
               WHEN 2
                   DIVIDE TU-TAHUN BY 4 GIVING TU-BAGI
                       REMAINDER TU-SISA-4
                   DIVIDE TU-TAHUN BY 100 GIVING TU-BAGI
                       REMAINDER TU-SISA-100
                   DIVIDE TU-TAHUN BY 400 GIVING TU-BAGI
                       REMAINDER TU-SISA-400
                   IF TU-SISA-400 = 0
                           OR (TU-SISA-4 = 0 AND TU-SISA-100 NOT = 0)
                       MOVE 29 TO TU-AKHIR-BULAN
                   ELSE
                       MOVE 28 TO TU-AKHIR-BULAN
                   END-IF
               WHEN OTHER
                   MOVE 31 TO TU-AKHIR-BULAN
           END-EVALUATE.
      *----------------------------------------------------------*
      * PEMELIHARAAN INDUK CABANG : DAFTAR CABANG URUT KODE, LALU *
      * TAMBAH / UBAH / NONAKTIF LEWAT USULAN DI TUNDA YANG BARU  *
      * BERLAKU SESUDAH DISETUJUI SUPERVISOR LAIN. JUMLAH POSTING *
      * HARIAN DIISI OLEH BATCH DAN TIDAK BISA DIUBAH DARI LAYAR. *
      *----------------------------------------------------------*
       RAWAT-CABANG.
           DISPLAY CLS.
           DISPLAY (2, 2) 'Induk Cabang (kode/nama/wilayah/'
               'batas jam/plafon/aktif) :'.
           MOVE 2 TO CB-BARIS-LAYAR.
           MOVE LOW-VALUES TO CB-KODE.
           START CABANG-FILE KEY IS NOT LESS THAN CB-KODE
               INVALID KEY MOVE '10' TO STATUS-BACA-CABANG
               NOT INVALID KEY MOVE '00' TO STATUS-BACA-CABANG
           END-START.
           IF NOT AKHIR-CABANG
               PERFORM BACA-CABANG-URUT
           END-IF.
           PERFORM TAMPIL-SATU-CABANG THRU TAMPIL-SATU-CABANG-EXIT
               UNTIL AKHIR-CABANG OR CB-BARIS-LAYAR NOT < 20.
           DISPLAY TAMPILAN-AKSI-KONSTANTA.
           ACCEPT TAMPILAN-AKSI-KONSTANTA.
           IF AKSI-KEMBALI
               GO TO MULAI
           END-IF.
           IF AKSI-TAMBAH
               GO TO RAWAT-CABANG-TAMBAH
           END-IF.
           IF AKSI-UBAH
               GO TO RAWAT-CABANG-UBAH
           END-IF.
           IF AKSI-NONAKTIF
               GO TO RAWAT-CABANG-NONAKTIF
           END-IF.
           GO TO RAWAT-CABANG.
       TAMPIL-SATU-CABANG.
           ADD 1 TO CB-BARIS-LAYAR.
           MOVE CB-PLAFON TO CK-PLAFON-CETAK.
           DISPLAY (CB-BARIS-LAYAR, 2) CB-KODE, ' ', CB-NAMA, ' ',
               CB-WILAYAH, ' ', CB-BATAS-JAM, ' ', CK-PLAFON-CETAK,
               ' ', CB-AKTIF.
           PERFORM BACA-CABANG-URUT.
       TAMPIL-SATU-CABANG-EXIT.
           EXIT.
       RAWAT-CABANG-TAMBAH.
           PERFORM KOSONGKAN-CABANG-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-CABANG-BARU.
           ACCEPT TAMPILAN-CABANG-BARU.
           IF CK-KODE = SPACES
               GO TO RAWAT-CABANG
           END-IF.
           PERFORM PERIKSA-CABANG-KERJA THRU PERIKSA-CABANG-KERJA-EXIT.
           IF NOT CABANG-BERES
               DISPLAY CLS
               DISPLAY TAMPILAN-CABANG-SALAH
               ACCEPT TAMPILAN-CABANG-SALAH
               GO TO RAWAT-CABANG
           END-IF.
           PERFORM CARI-INDUK-CABANG.
           IF CABANG-KETEMU AND CB-AKTIF = 'A'
               DISPLAY CLS
               DISPLAY TAMPILAN-CABANG-ADA
               ACCEPT TAMPILAN-CABANG-ADA
               GO TO RAWAT-CABANG
           END-IF.
           PERFORM KOSONGKAN-TUNDA.
           MOVE 'C' TO TD-JENIS.
           MOVE 'T' TO TD-AKSI.
           PERFORM ISI-TUNDA-CABANG.
           PERFORM AJUKAN-TUNDA THRU AJUKAN-TUNDA-EXIT.
           GO TO RAWAT-CABANG.
       RAWAT-CABANG-UBAH.
           PERFORM KOSONGKAN-CABANG-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-CABANG-UBAH.
           ACCEPT TAMPILAN-CABANG-UBAH.
           IF CK-KODE = SPACES
               GO TO RAWAT-CABANG
           END-IF.
           PERFORM PERIKSA-CABANG-KERJA THRU PERIKSA-CABANG-KERJA-EXIT.
           IF NOT CABANG-BERES
               DISPLAY CLS
               DISPLAY TAMPILAN-CABANG-SALAH
               ACCEPT TAMPILAN-CABANG-SALAH
               GO TO RAWAT-CABANG
           END-IF.
           PERFORM CARI-INDUK-CABANG.
           IF NOT CABANG-KETEMU OR CB-AKTIF NOT = 'A'
               DISPLAY CLS
               DISPLAY TAMPILAN-CABANG-TIDAK-ADA
               ACCEPT TAMPILAN-CABANG-TIDAK-ADA
               GO TO RAWAT-CABANG
           END-IF.
           PERFORM KOSONGKAN-TUNDA.
           MOVE 'C' TO TD-JENIS.
           MOVE 'U' TO TD-AKSI.
           PERFORM ISI-TUNDA-CABANG.
           PERFORM AJUKAN-TUNDA THRU AJUKAN-TUNDA-EXIT.
           GO TO RAWAT-CABANG.
       RAWAT-CABANG-NONAKTIF.
           PERFORM KOSONGKAN-CABANG-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-CABANG-NONAKTIF.
           ACCEPT TAMPILAN-CABANG-NONAKTIF.
           IF CK-KODE = SPACES
               GO TO RAWAT-CABANG
           END-IF.
           PERFORM CARI-INDUK-CABANG.
           IF NOT CABANG-KETEMU OR CB-AKTIF NOT = 'A'
               DISPLAY CLS
               DISPLAY TAMPILAN-CABANG-TIDAK-ADA
               ACCEPT TAMPILAN-CABANG-TIDAK-ADA
               GO TO RAWAT-CABANG
           END-IF.
           PERFORM KOSONGKAN-TUNDA.
           MOVE 'C' TO TD-JENIS.
           MOVE 'N' TO TD-AKSI.
           MOVE CB-NAMA TO CK-NAMA.
           MOVE CB-WILAYAH TO CK-WILAYAH.
           MOVE CB-BATAS-JAM TO CK-BATAS-JAM.
           MOVE CB-PLAFON TO CK-PLAFON.
           PERFORM ISI-TUNDA-CABANG.
           PERFORM AJUKAN-TUNDA THRU AJUKAN-TUNDA-EXIT.
           GO TO RAWAT-CABANG.
       KOSONGKAN-CABANG-KERJA.
           MOVE SPACES TO CK-KODE.
           MOVE SPACES TO CK-NAMA.
           MOVE SPACES TO CK-WILAYAH.
           MOVE 0 TO CK-BATAS-JAM.
           MOVE 0 TO CK-PLAFON.
       ISI-TUNDA-CABANG.
           MOVE SPACES TO TD-KUNCI-CABANG.
           MOVE CK-KODE TO TC-KODE.
           MOVE SPACES TO TD-ISI-CABANG.
           MOVE CK-NAMA TO TC-NAMA.
           MOVE CK-WILAYAH TO TC-WILAYAH.
           MOVE CK-BATAS-JAM TO TC-BATAS-JAM.
           MOVE CK-PLAFON TO TC-PLAFON.
      *    KODE '????' DIPAKAI BATCH UNTUK BLOK TANPA HEADER, JADI  *
      *    TIDAK BOLEH DIDAFTARKAN SEBAGAI CABANG.                  *
       PERIKSA-CABANG-KERJA.
           MOVE 'Y' TO SAKLAR-CABANG-BERES.
           IF CK-KODE = SPACES OR CK-KODE = '????'
                   OR CK-NAMA = SPACES
               MOVE 'T' TO SAKLAR-CABANG-BERES
               GO TO PERIKSA-CABANG-KERJA-EXIT
           END-IF.
           IF CK-BATAS-JAM IS NOT NUMERIC
               MOVE 'T' TO SAKLAR-CABANG-BERES
               GO TO PERIKSA-CABANG-KERJA-EXIT
           END-IF.
           IF CK-JAM > 23 OR CK-MENIT > 59
               MOVE 'T' TO SAKLAR-CABANG-BERES
           END-IF.
       PERIKSA-CABANG-KERJA-EXIT.
           EXIT.
      *----------------------------------------------------------*
      * PEMELIHARAAN RUMUS : DAFTAR NAMA RUMUS DI INDUK, LALU     *
      * TAMBAH / SALIN / URUT ULANG / NONAKTIF LEWAT USULAN DI    *
      * TUNDA YANG BARU BERLAKU SESUDAH DISETUJUI SUPERVISOR      *
      * LAIN. SATU NAMA HANYA BOLEH PUNYA SATU USULAN MENUNGGU.   *
      * UJI JALAN MENJALANKAN LANGKAHNYA ATAS NILAI CONTOH DAN    *
      * MENAMPILKAN SETIAP HASIL ANTARA, TANPA LAPORAN, AUDIT,    *
      * ATAU HASILOUT.                                            *
      *----------------------------------------------------------*
       RAWAT-RUMUS.
           PERFORM MUAT-NAMA-RUMUS.
           DISPLAY CLS.
           DISPLAY (2, 2) 'Daftar Rumus :'.
           PERFORM TAMPIL-NAMA-RAWAT THRU TAMPIL-NAMA-RAWAT-EXIT
               VARYING RN-IDX FROM 1 BY 1 UNTIL RN-IDX > RN-JUMLAH.
           IF DAFTAR-RUMUS-PENGGAL
               DISPLAY (2, 30) '(dipenggal 20 rumus pertama)'
           END-IF.
           MOVE SPACE TO AKSI-KONSTANTA.
           DISPLAY TAMPILAN-AKSI-RUMUS-INDUK.
           ACCEPT TAMPILAN-AKSI-RUMUS-INDUK.
           IF AKSI-KEMBALI
               GO TO MULAI
           END-IF.
           IF AKSI-TAMBAH
               GO TO RAWAT-RUMUS-TAMBAH
           END-IF.
           IF AKSI-SALIN
               GO TO RAWAT-RUMUS-SALIN
           END-IF.
           IF AKSI-UBAH
               GO TO RAWAT-RUMUS-URUT
           END-IF.
           IF AKSI-NONAKTIF
               GO TO RAWAT-RUMUS-NONAKTIF
           END-IF.
           IF AKSI-UJI
               GO TO RAWAT-RUMUS-UJI
           END-IF.
           GO TO RAWAT-RUMUS.
       TAMPIL-NAMA-RAWAT.
           IF RN-IDX > 10
               COMPUTE RK-BARIS-LAYAR = RN-IDX - 8
               DISPLAY (RK-BARIS-LAYAR, 30) RN-IDX, ') ',
                   RN-NAMA(RN-IDX)
           ELSE
               COMPUTE RK-BARIS-LAYAR = RN-IDX + 2
               DISPLAY (RK-BARIS-LAYAR, 3) RN-IDX, ') ',
                   RN-NAMA(RN-IDX)
           END-IF.
       TAMPIL-NAMA-RAWAT-EXIT.
           EXIT.
       RAWAT-RUMUS-TAMBAH.
           PERFORM KOSONGKAN-RUMUS-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-RUMUS-BARU.
           ACCEPT TAMPILAN-RUMUS-BARU.
           IF RK-NAMA = SPACES
               GO TO RAWAT-RUMUS
           END-IF.
           PERFORM PERIKSA-NAMA-BARU.
           IF RUMUS-PESAN NOT = SPACES
               PERFORM TAMPIL-PESAN-RUMUS
               GO TO RAWAT-RUMUS
           END-IF.
           MOVE 'T' TO RK-AKSI.
           MOVE 'T' TO SAKLAR-MASUK-SELESAI.
           PERFORM MASUK-SATU-LANGKAH
               UNTIL MASUK-LANGKAH-SELESAI OR RK-JUMLAH NOT < 20.
           IF RK-JUMLAH = 0
               GO TO RAWAT-RUMUS
           END-IF.
           GO TO RAWAT-RUMUS-TINJAU.
       MASUK-SATU-LANGKAH.
           PERFORM KOSONGKAN-LANGKAH-MASUK.
           COMPUTE LM-URUT = RK-JUMLAH + 1.
           DISPLAY CLS.
           DISPLAY TAMPILAN-LANGKAH-MASUK.
           ACCEPT TAMPILAN-LANGKAH-MASUK.
           IF LM-KODE-OPERASI = 0
               MOVE 'Y' TO SAKLAR-MASUK-SELESAI
           ELSE
               MOVE LM-URUT TO RK-JUMLAH
               PERFORM SIMPAN-LANGKAH-MASUK
           END-IF.
       RAWAT-RUMUS-SALIN.
           PERFORM KOSONGKAN-RUMUS-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-RUMUS-SALIN.
           ACCEPT TAMPILAN-RUMUS-SALIN.
           IF RK-ASAL = SPACES
               GO TO RAWAT-RUMUS
           END-IF.
           IF RK-NAMA = SPACES OR RK-NAMA = RK-ASAL
               MOVE 'Nama rumus baru wajib diisi dan berbeda dari asal.'
                   TO RUMUS-PESAN
               PERFORM TAMPIL-PESAN-RUMUS
               GO TO RAWAT-RUMUS
           END-IF.
           PERFORM PERIKSA-NAMA-BARU.
           IF RUMUS-PESAN NOT = SPACES
               PERFORM TAMPIL-PESAN-RUMUS
               GO TO RAWAT-RUMUS
           END-IF.
           MOVE RK-ASAL TO RUMUS-PILIH-NAMA.
           PERFORM MUAT-RUMUS-INDUK THRU MUAT-RUMUS-INDUK-EXIT.
           IF RUMUS-PESAN NOT = SPACES
               PERFORM TAMPIL-PESAN-RUMUS
               GO TO RAWAT-RUMUS
           END-IF.
           MOVE 'S' TO RK-AKSI.
           GO TO RAWAT-RUMUS-TINJAU.
      *    URUT ULANG : UNTUK SETIAP POSISI BARU DIISI NOMOR       *
      *    LANGKAH LAMANYA. SETIAP LANGKAH LAMA HARUS TERPAKAI     *
      *    TEPAT SEKALI DAN URUTANNYA HARUS BERUBAH.               *
       RAWAT-RUMUS-URUT.
           PERFORM KOSONGKAN-RUMUS-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-RUMUS-URUT.
           ACCEPT TAMPILAN-RUMUS-URUT.
           IF RK-NAMA = SPACES
               GO TO RAWAT-RUMUS
           END-IF.
           MOVE RK-NAMA TO RUMUS-PILIH-NAMA.
           PERFORM MUAT-RUMUS-INDUK THRU MUAT-RUMUS-INDUK-EXIT.
           IF RUMUS-PESAN = SPACES AND RK-JUMLAH < 2
               MOVE 'Rumus satu langkah tidak perlu diurut ulang.'
                   TO RUMUS-PESAN
           END-IF.
           IF RUMUS-PESAN = SPACES
               PERFORM CARI-USULAN-RUMUS
               IF ADA-USULAN-RUMUS
                   MOVE 'Rumus itu masih punya usulan yang menunggu.'
                       TO RUMUS-PESAN
               END-IF
           END-IF.
           IF RUMUS-PESAN NOT = SPACES
               PERFORM TAMPIL-PESAN-RUMUS
               GO TO RAWAT-RUMUS
           END-IF.
           MOVE RK-JUMLAH TO RK-CACAH-LAMA.
           MOVE TABEL-LANGKAH-KERJA TO TABEL-LANGKAH-LAMA.
           DISPLAY CLS.
           DISPLAY (2, 2) 'Urutan sekarang ', RK-NAMA,
               ' (no/op/sumber/angka/konstanta) :'.
           PERFORM TAMPIL-LANGKAH-KERJA
               VARYING RK-IDX FROM 1 BY 1 UNTIL RK-IDX > RK-JUMLAH.
           PERFORM MASUK-SATU-URUT
               VARYING RK-IDX FROM 1 BY 1 UNTIL RK-IDX > RK-JUMLAH.
           PERFORM PERIKSA-URUT-BARU.
           IF NOT RUMUS-BERES
               MOVE 'Urutan tidak sah atau tidak berubah.'
                   TO RUMUS-PESAN
               PERFORM TAMPIL-PESAN-RUMUS
               GO TO RAWAT-RUMUS
           END-IF.
           PERFORM SUSUN-URUT-BARU
               VARYING RK-IDX FROM 1 BY 1 UNTIL RK-IDX > RK-JUMLAH.
           MOVE 'U' TO RK-AKSI.
           GO TO RAWAT-RUMUS-TINJAU.
       MASUK-SATU-URUT.
           MOVE RK-IDX TO LM-URUT.
           MOVE 0 TO URUT-LAMA-MASUK.
           DISPLAY TAMPILAN-URUT-BARU.
           ACCEPT TAMPILAN-URUT-BARU.
           MOVE URUT-LAMA-MASUK TO RB-LAMA(RK-IDX).
       PERIKSA-URUT-BARU.
           MOVE 'Y' TO SAKLAR-RUMUS-BERES.
           MOVE 0 TO RK-CACAH-PINDAH.
           PERFORM BERSIHKAN-TANDA-URUT
               VARYING RK-IDX FROM 1 BY 1 UNTIL RK-IDX > 20.
           PERFORM PERIKSA-SATU-URUT THRU PERIKSA-SATU-URUT-EXIT
               VARYING RK-IDX FROM 1 BY 1
               UNTIL RK-IDX > RK-JUMLAH OR NOT RUMUS-BERES.
           IF RK-CACAH-PINDAH = 0
               MOVE 'T' TO SAKLAR-RUMUS-BERES
           END-IF.
       BERSIHKAN-TANDA-URUT.
           MOVE SPACE TO RB-DIPAKAI(RK-IDX).
       PERIKSA-SATU-URUT.
           MOVE RB-LAMA(RK-IDX) TO URUT-LAMA-MASUK.
           IF URUT-LAMA-MASUK < 1 OR URUT-LAMA-MASUK > RK-JUMLAH
               MOVE 'T' TO SAKLAR-RUMUS-BERES
               GO TO PERIKSA-SATU-URUT-EXIT
           END-IF.
           IF RB-DIPAKAI(URUT-LAMA-MASUK) = 'Y'
               MOVE 'T' TO SAKLAR-RUMUS-BERES
               GO TO PERIKSA-SATU-URUT-EXIT
           END-IF.
           MOVE 'Y' TO RB-DIPAKAI(URUT-LAMA-MASUK).
           IF URUT-LAMA-MASUK NOT = RK-IDX
               ADD 1 TO RK-CACAH-PINDAH
           END-IF.
       PERIKSA-SATU-URUT-EXIT.
           EXIT.
       SUSUN-URUT-BARU.
           MOVE RB-LAMA(RK-IDX) TO URUT-LAMA-MASUK.
           MOVE RL-ENTRI(URUT-LAMA-MASUK) TO RK-ENTRI(RK-IDX).
           MOVE RK-IDX TO RK-URUT(RK-IDX).
      *    NONAKTIF TIDAK MEMBAWA LANGKAH, JADI RUMUS YANG LEBIH   *
      *    PANJANG DARI SATU LAYAR PUN BISA DINONAKTIFKAN.         *
       RAWAT-RUMUS-NONAKTIF.
           PERFORM KOSONGKAN-RUMUS-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-RUMUS-NONAKTIF.
           ACCEPT TAMPILAN-RUMUS-NONAKTIF.
           IF RK-NAMA = SPACES
               GO TO RAWAT-RUMUS
           END-IF.
           MOVE RK-NAMA TO RUMUS-PILIH-NAMA.
           PERFORM HITUNG-LANGKAH-RUMUS.
           IF RK-CACAH-LAMA = 0
               MOVE 'Rumus itu tidak ada di induk.' TO RUMUS-PESAN
           ELSE
               PERFORM CARI-USULAN-RUMUS
               IF ADA-USULAN-RUMUS
                   MOVE 'Rumus itu masih punya usulan yang menunggu.'
                       TO RUMUS-PESAN
               END-IF
           END-IF.
           IF RUMUS-PESAN NOT = SPACES
               PERFORM TAMPIL-PESAN-RUMUS
               GO TO RAWAT-RUMUS
           END-IF.
           MOVE 'N' TO RK-AKSI.
           MOVE 0 TO RK-JUMLAH.
           PERFORM AJUKAN-USULAN-RUMUS THRU AJUKAN-USULAN-RUMUS-EXIT.
           GO TO RAWAT-RUMUS.
       RAWAT-RUMUS-UJI.
           PERFORM KOSONGKAN-RUMUS-KERJA.
           DISPLAY CLS.
           DISPLAY TAMPILAN-RUMUS-UJI.
           ACCEPT TAMPILAN-RUMUS-UJI.
           IF RK-NAMA = SPACES
               GO TO RAWAT-RUMUS
           END-IF.
           MOVE RK-NAMA TO RUMUS-PILIH-NAMA.
           PERFORM MUAT-RUMUS-INDUK THRU MUAT-RUMUS-INDUK-EXIT.
           IF RUMUS-PESAN NOT = SPACES
               PERFORM TAMPIL-PESAN-RUMUS
               GO TO RAWAT-RUMUS
           END-IF.
           PERFORM UJI-RUMUS-KERJA THRU UJI-RUMUS-KERJA-EXIT.
           GO TO RAWAT-RUMUS.
      *    TINJAU SEBELUM DIAJUKAN : UJI JALAN BOLEH DIULANG, DAN  *
      *    LANGKAH BOLEH DIGANTI / DITAMBAH / DIHAPUS (KECUALI     *
      *    USULAN URUT ULANG, YANG HANYA MENGUBAH URUTAN).         *
       RAWAT-RUMUS-TINJAU.
           DISPLAY CLS.
           DISPLAY (2, 2) 'Usulan ', RK-AKSI, ' rumus ', RK-NAMA,
               ' (no/op/sumber/angka/konstanta) :'.
           PERFORM TAMPIL-LANGKAH-KERJA
               VARYING RK-IDX FROM 1 BY 1 UNTIL RK-IDX > RK-JUMLAH.
           MOVE SPACE TO AKSI-RUMUS.
           DISPLAY TAMPILAN-AKSI-RUMUS.
           ACCEPT TAMPILAN-AKSI-RUMUS.
           IF RUMUS-KEMBALI
               GO TO RAWAT-RUMUS
           END-IF.
           IF RUMUS-UJI
               PERFORM UJI-RUMUS-KERJA THRU UJI-RUMUS-KERJA-EXIT
               GO TO RAWAT-RUMUS-TINJAU
           END-IF.
           IF RUMUS-GANTI AND RK-AKSI NOT = 'U'
               PERFORM GANTI-LANGKAH-KERJA
                   THRU GANTI-LANGKAH-KERJA-EXIT
               GO TO RAWAT-RUMUS-TINJAU
           END-IF.
           IF NOT RUMUS-AJUKAN
               GO TO RAWAT-RUMUS-TINJAU
           END-IF.
           PERFORM PERIKSA-RUMUS-KERJA THRU PERIKSA-RUMUS-KERJA-EXIT.
           IF NOT RUMUS-BERES
               DISPLAY CLS
               DISPLAY TAMPILAN-RUMUS-SALAH
               ACCEPT TAMPILAN-RUMUS-SALAH
               GO TO RAWAT-RUMUS-TINJAU
           END-IF.
           PERFORM AJUKAN-USULAN-RUMUS THRU AJUKAN-USULAN-RUMUS-EXIT.
           GO TO RAWAT-RUMUS.
      *    NOMOR = JUMLAH + 1 MENAMBAH LANGKAH DI UJUNG, KODE      *
      *    OPERASI 0 MENGHAPUS LANGKAH DAN MENGGESER SISANYA.      *
       GANTI-LANGKAH-KERJA.
           PERFORM KOSONGKAN-LANGKAH-MASUK.
           DISPLAY CLS.
           DISPLAY TAMPILAN-LANGKAH-GANTI.
           ACCEPT TAMPILAN-LANGKAH-GANTI.
           IF LM-URUT = 0 OR LM-URUT > RK-JUMLAH + 1
               GO TO GANTI-LANGKAH-KERJA-EXIT
           END-IF.
           IF LM-KODE-OPERASI = 0
               IF LM-URUT NOT > RK-JUMLAH
                   PERFORM GESER-SATU-LANGKAH
                       VARYING RK-IDX FROM LM-URUT BY 1
                       UNTIL RK-IDX NOT < RK-JUMLAH
                   SUBTRACT 1 FROM RK-JUMLAH
               END-IF
               GO TO GANTI-LANGKAH-KERJA-EXIT
           END-IF.
           IF LM-URUT > RK-JUMLAH
               IF RK-JUMLAH NOT < 20
                   GO TO GANTI-LANGKAH-KERJA-EXIT
               END-IF
               MOVE LM-URUT TO RK-JUMLAH
           END-IF.
           PERFORM SIMPAN-LANGKAH-MASUK.
       GANTI-LANGKAH-KERJA-EXIT.
           EXIT.
       GESER-SATU-LANGKAH.
           MOVE RK-ENTRI(RK-IDX + 1) TO RK-ENTRI(RK-IDX).
           MOVE RK-IDX TO RK-URUT(RK-IDX).
       TAMPIL-LANGKAH-KERJA.
           COMPUTE RK-BARIS-LAYAR = RK-IDX + 2.
           MOVE RK-URUT(RK-IDX) TO RK-URUT-CETAK.
           MOVE RK-NILAI(RK-IDX) TO RK-NILAI-CETAK.
           DISPLAY (RK-BARIS-LAYAR, 3) RK-URUT-CETAK, '  ',
               RK-KODE-OPERASI(RK-IDX), '  ', RK-SUMBER-N2(RK-IDX),
               '  ', RK-NILAI-CETAK, '  ', RK-KODE-KONSTANTA(RK-IDX).
      *    NAMA RUMUS BARU (TAMBAH / SALIN) : BELUM ADA DI INDUK   *
      *    DAN BELUM DIUSULKAN ORANG LAIN.                         *
       PERIKSA-NAMA-BARU.
           MOVE SPACES TO RUMUS-PESAN.
           MOVE RK-NAMA TO RUMUS-PILIH-NAMA.
           PERFORM MULAI-DARI-RUMUS.
           IF NOT AKHIR-RUMUS AND RM-NAMA = RK-NAMA
               MOVE 'Rumus dengan nama itu sudah ada di induk.'
                   TO RUMUS-PESAN
           ELSE
               PERFORM CARI-USULAN-RUMUS
               IF ADA-USULAN-RUMUS
                   MOVE 'Nama itu sudah diusulkan dan masih menunggu.'
                       TO RUMUS-PESAN
               END-IF
           END-IF.
      *    ADAKAH USULAN RUMUS MENUNGGU UNTUK RUMUS-PILIH-NAMA?    *
       CARI-USULAN-RUMUS.
           MOVE 'T' TO SAKLAR-USULAN-RUMUS.
           MOVE 0 TO TD-NOMOR.
           START TUNDA-FILE KEY IS NOT LESS THAN TD-NOMOR
               INVALID KEY MOVE '10' TO STATUS-BACA-TUNDA
               NOT INVALID KEY MOVE '00' TO STATUS-BACA-TUNDA
           END-START.
           IF NOT AKHIR-TUNDA
               PERFORM BACA-TUNDA-URUT
           END-IF.
           PERFORM CARI-SATU-USULAN-RUMUS
               UNTIL AKHIR-TUNDA OR ADA-USULAN-RUMUS.
       CARI-SATU-USULAN-RUMUS.
           IF TD-JENIS = 'R' AND TD-STATUS = 'P'
                   AND TM-NAMA = RUMUS-PILIH-NAMA
               MOVE 'Y' TO SAKLAR-USULAN-RUMUS
           ELSE
               PERFORM BACA-TUNDA-URUT
           END-IF.
      *    LANGKAH RUMUS-PILIH-NAMA DARI INDUK, DINOMORI ULANG 1   *
      *    S/D N. LEBIH DARI 20 LANGKAH TIDAK MUAT DI LAYAR.       *
       MUAT-RUMUS-INDUK.
           MOVE SPACES TO RUMUS-PESAN.
           MOVE 0 TO RK-JUMLAH.
           MOVE 'T' TO SAKLAR-RUMUS-PENUH.
           PERFORM MULAI-DARI-RUMUS.
           PERFORM MUAT-SATU-LANGKAH-INDUK
               UNTIL AKHIR-RUMUS OR RUMUS-PENUH
               OR RM-NAMA NOT = RUMUS-PILIH-NAMA.
           IF RK-JUMLAH = 0
               MOVE 'Rumus itu tidak ada di induk.' TO RUMUS-PESAN
               GO TO MUAT-RUMUS-INDUK-EXIT
           END-IF.
           IF RUMUS-PENUH
               MOVE 'Rumus lebih dari 20 langkah, tidak muat di layar.'
                   TO RUMUS-PESAN
           END-IF.
       MUAT-RUMUS-INDUK-EXIT.
           EXIT.
       MUAT-SATU-LANGKAH-INDUK.
           IF RK-JUMLAH NOT < 20
               MOVE 'Y' TO SAKLAR-RUMUS-PENUH
           ELSE
               ADD 1 TO RK-JUMLAH
               MOVE RK-JUMLAH TO RK-URUT(RK-JUMLAH)
               MOVE RM-KODE-OPERASI TO RK-KODE-OPERASI(RK-JUMLAH)
               MOVE RM-SUMBER-N2 TO RK-SUMBER-N2(RK-JUMLAH)
               MOVE RM-NILAI TO RK-NILAI(RK-JUMLAH)
               MOVE RM-KODE-KONSTANTA TO RK-KODE-KONSTANTA(RK-JUMLAH)
               PERFORM BACA-RUMUS-URUT
           END-IF.
      *    PEMERIKSAAN LANGKAH : NOMOR 1 S/D N TANPA CELAH, KODE   *
      *    OPERASI 1-5/7/8, SUMBER 1/2/A/K, ANGKA BUKAN NOL UNTUK  *
      *    BAGI / MODULUS / PERSEN, KONSTANTA HARUS ADA DI INDUK   *
      *    KONSTANTA. FIELD YANG TIDAK DIPAKAI SUMBERNYA           *
      *    DIKOSONGKAN.                                            *
      *    RK-SALAH-URUT = LANGKAH PERTAMA YANG TIDAK SAH.         *
       PERIKSA-RUMUS-KERJA.
           MOVE 'Y' TO SAKLAR-RUMUS-BERES.
           MOVE 0 TO RK-SALAH-URUT.
           IF RK-JUMLAH < 1 OR RK-JUMLAH > 20
               MOVE 'T' TO SAKLAR-RUMUS-BERES
               MOVE 1 TO RK-SALAH-URUT
               GO TO PERIKSA-RUMUS-KERJA-EXIT
           END-IF.
           PERFORM PERIKSA-SATU-LANGKAH THRU PERIKSA-SATU-LANGKAH-EXIT
               VARYING RK-IDX FROM 1 BY 1
               UNTIL RK-IDX > RK-JUMLAH OR NOT RUMUS-BERES.
       PERIKSA-RUMUS-KERJA-EXIT.
           EXIT.
       PERIKSA-SATU-LANGKAH.
           MOVE RK-IDX TO RK-SALAH-URUT.
           MOVE 'T' TO SAKLAR-RUMUS-BERES.
           IF RK-URUT(RK-IDX) NOT = RK-IDX
               GO TO PERIKSA-SATU-LANGKAH-EXIT
           END-IF.
           IF RK-KODE-OPERASI(RK-IDX) IS NOT NUMERIC
               GO TO PERIKSA-SATU-LANGKAH-EXIT
           END-IF.
           IF RK-KODE-OPERASI(RK-IDX) = 0 OR RK-KODE-OPERASI(RK-IDX) = 6
                   OR RK-KODE-OPERASI(RK-IDX) = 9
               GO TO PERIKSA-SATU-LANGKAH-EXIT
           END-IF.
           INSPECT RK-SUMBER-N2(RK-IDX) CONVERTING 'ak' TO 'AK'.
           EVALUATE RK-SUMBER-N2(RK-IDX)
               WHEN '1'
               WHEN '2'
                   MOVE 0 TO RK-NILAI(RK-IDX)
                   MOVE SPACES TO RK-KODE-KONSTANTA(RK-IDX)
               WHEN 'A'
                   MOVE SPACES TO RK-KODE-KONSTANTA(RK-IDX)
                   IF RK-NILAI(RK-IDX) = 0
                           AND (RK-KODE-OPERASI(RK-IDX) = 4
                           OR RK-KODE-OPERASI(RK-IDX) = 5
                           OR RK-KODE-OPERASI(RK-IDX) = 7)
                       GO TO PERIKSA-SATU-LANGKAH-EXIT
                   END-IF
               WHEN 'K'
                   MOVE 0 TO RK-NILAI(RK-IDX)
                   IF RK-KODE-KONSTANTA(RK-IDX) = SPACES
                       GO TO PERIKSA-SATU-LANGKAH-EXIT
                   END-IF
                   MOVE RK-KODE-KONSTANTA(RK-IDX)
                       TO KODE-KONSTANTA-CARI
                   PERFORM CARI-KONSTANTA
                   IF NOT KONSTANTA-KETEMU
                       GO TO PERIKSA-SATU-LANGKAH-EXIT
                   END-IF
               WHEN OTHER
                   GO TO PERIKSA-SATU-LANGKAH-EXIT
           END-EVALUATE.
           MOVE 'Y' TO SAKLAR-RUMUS-BERES.
       PERIKSA-SATU-LANGKAH-EXIT.
           EXIT.
      *    USULAN RUMUS : SATU RECORD R (NAMA, JUMLAH LANGKAH, ASAL*
      *    SALIN, JUMLAH LANGKAH SEKARANG) LEWAT AJUKAN-TUNDA, LALU*
      *    SATU RECORD L BERSTATUS L PER LANGKAH DENGAN NOMOR      *
      *    SESUDAHNYA. USULAN YANG LANGKAHNYA TIDAK LENGKAP        *
      *    TERCATAT (SESI TERPUTUS) GAGAL DITERAPKAN DAN MENJADI   *
      *    DITOLAK.                                                *
       AJUKAN-USULAN-RUMUS.
           PERFORM KOSONGKAN-TUNDA.
           MOVE 'R' TO TD-JENIS.
           MOVE RK-AKSI TO TD-AKSI.
           MOVE SPACES TO TD-KUNCI-RUMUS.
           MOVE RK-NAMA TO TM-NAMA.
           MOVE RK-JUMLAH TO TM-CACAH.
           MOVE SPACES TO TD-ISI-RUMUS.
           MOVE RK-ASAL TO TM-ASAL.
           MOVE RK-CACAH-LAMA TO TM-CACAH-LAMA.
           PERFORM AJUKAN-TUNDA THRU AJUKAN-TUNDA-EXIT.
           IF NOT TUNDA-OK
               GO TO AJUKAN-USULAN-RUMUS-EXIT
           END-IF.
           MOVE TD-NOMOR TO USULAN-RUMUS-NOMOR.
           MOVE 'L' TO TD-JENIS.
           MOVE 'L' TO TD-STATUS.
           PERFORM CATAT-SATU-LANGKAH-USULAN
               VARYING RK-IDX FROM 1 BY 1 UNTIL RK-IDX > RK-JUMLAH.
       AJUKAN-USULAN-RUMUS-EXIT.
           EXIT.
       CATAT-SATU-LANGKAH-USULAN.
           ADD 1 TO NOMOR-TUNDA-BARU.
           MOVE NOMOR-TUNDA-BARU TO TD-NOMOR.
           MOVE SPACES TO TD-KUNCI-LANGKAH.
           MOVE RK-NAMA TO TG-NAMA.
           MOVE RK-URUT(RK-IDX) TO TG-URUT.
           MOVE SPACES TO TD-ISI-LANGKAH.
           MOVE USULAN-RUMUS-NOMOR TO TG-INDUK.
           MOVE RK-KODE-OPERASI(RK-IDX) TO TG-KODE-OPERASI.
           MOVE RK-SUMBER-N2(RK-IDX) TO TG-SUMBER-N2.
           MOVE RK-NILAI(RK-IDX) TO TG-NILAI.
           MOVE RK-KODE-KONSTANTA(RK-IDX) TO TG-KODE-KONSTANTA.
           WRITE TUNDA-RECORD
               INVALID KEY
                   DISPLAY 'TUNDA: GAGAL MENCATAT LANGKAH USULAN, '
                           'STATUS = ' STATUS-TUNDA
           END-WRITE.
      *    UJI JALAN : LANGKAH DI TABEL KERJA DIJALANKAN DENGAN    *
      *    HITUNG-LANGKAH-KERJA ATAS NILAI CONTOH DAN TARIF HARI   *
      *    INI. SETIAP HASIL ANTARA DITAMPILKAN; TIDAK ADA YANG    *
      *    DITULIS KE LAPORAN, AUDIT, ATAU HASILOUT.               *
       UJI-RUMUS-KERJA.
           MOVE 0 TO N1.
           MOVE 0 TO N2.
           DISPLAY CLS.
           DISPLAY TAMPILAN-UJI-NILAI.
           ACCEPT TAMPILAN-UJI-NILAI.
           MOVE 'T' TO SAKLAR-RUMUS-GAGAL.
           MOVE 0 TO LANGKAH-CACAH.
           MOVE 0 TO RK-SALAH-URUT.
           PERFORM TENTUKAN-TANGGAL-HITUNG.
           MOVE N1 TO N1-LANGKAH.
           DISPLAY CLS.
           DISPLAY (2, 2) 'Uji Jalan (tanpa posting) ', RK-NAMA,
               ' : no/op/sumber/konstanta/nilai 2/hasil'.
           PERFORM UJI-SATU-LANGKAH THRU UJI-SATU-LANGKAH-EXIT
               VARYING RK-IDX FROM 1 BY 1
               UNTIL RK-IDX > RK-JUMLAH OR RUMUS-GAGAL.
           MOVE N1 TO NIL1.
           MOVE N2 TO NIL2.
           IF RUMUS-GAGAL
               DISPLAY (23, 2) 'Awal ', NIL1, ' , ', NIL2,
                   '  Gagal pada langkah ', RK-SALAH-URUT
           ELSE
               MOVE N1-LANGKAH TO HASIL
               DISPLAY (23, 2) 'Awal ', NIL1, ' , ', NIL2,
                   '  Hasil akhir = ', HASIL
           END-IF.
           DISPLAY TAMPILAN-UJI-SELESAI.
           ACCEPT TAMPILAN-UJI-SELESAI.
       UJI-RUMUS-KERJA-EXIT.
           EXIT.
       UJI-SATU-LANGKAH.
           MOVE RK-KODE-OPERASI(RK-IDX) TO LANGKAH-KODE.
           MOVE RK-SUMBER-N2(RK-IDX) TO LANGKAH-SUMBER.
           MOVE RK-NILAI(RK-IDX) TO LANGKAH-NILAI.
           MOVE RK-KODE-KONSTANTA(RK-IDX) TO LANGKAH-KONSTANTA.
           MOVE 0 TO N2-LANGKAH.
           PERFORM HITUNG-LANGKAH-KERJA THRU HITUNG-LANGKAH-KERJA-EXIT.
           COMPUTE RK-BARIS-LAYAR = RK-IDX + 2.
           MOVE RK-IDX TO RK-URUT-CETAK.
           IF RUMUS-GAGAL
               MOVE RK-IDX TO RK-SALAH-URUT
               DISPLAY (RK-BARIS-LAYAR, 2) RK-URUT-CETAK, ' ',
                   LANGKAH-KODE, ' ', LANGKAH-SUMBER, ' ',
                   LANGKAH-KONSTANTA, ' GAGAL (kode / sumber / ',
                   'bagi nol / konstanta tidak berlaku)'
               GO TO UJI-SATU-LANGKAH-EXIT
           END-IF.
           ADD 1 TO LANGKAH-CACAH.
           MOVE N2-LANGKAH TO RK-NILAI-CETAK.
           MOVE N1-LANGKAH TO HASIL.
           DISPLAY (RK-BARIS-LAYAR, 2) RK-URUT-CETAK, ' ', LANGKAH-KODE,
               ' ', LANGKAH-SUMBER, ' ', LANGKAH-KONSTANTA, ' ',
               RK-NILAI-CETAK, ' ', HASIL.
       UJI-SATU-LANGKAH-EXIT.
           EXIT.
      *    UJI JALAN OLEH PEMERIKSA ATAS LANGKAH USULAN RUMUS YANG *
      *    SEDANG DIBUKA DI LAYAR PERSETUJUAN.                     *
       UJI-USULAN-RUMUS.
           IF TD-JENIS NOT = 'R' OR TD-AKSI = 'N'
               GO TO UJI-USULAN-RUMUS-EXIT
           END-IF.
           PERFORM MUAT-LANGKAH-USULAN THRU MUAT-LANGKAH-USULAN-EXIT.
           IF NOT RUMUS-BERES
               MOVE 'Langkah usulan tidak lengkap atau tidak urut.'
                   TO RUMUS-PESAN
               PERFORM TAMPIL-PESAN-RUMUS
               GO TO UJI-USULAN-RUMUS-EXIT
           END-IF.
           PERFORM UJI-RUMUS-KERJA THRU UJI-RUMUS-KERJA-EXIT.
       UJI-USULAN-RUMUS-EXIT.
           EXIT.
       TAMPIL-PESAN-RUMUS.
           DISPLAY CLS.
           DISPLAY TAMPILAN-RUMUS-PESAN.
           ACCEPT TAMPILAN-RUMUS-PESAN.
       KOSONGKAN-RUMUS-KERJA.
           MOVE SPACES TO RK-NAMA.
           MOVE SPACES TO RK-ASAL.
           MOVE SPACES TO RK-AKSI.
           MOVE SPACES TO RUMUS-PESAN.
           MOVE 0 TO RK-JUMLAH.
           MOVE 0 TO RK-CACAH-LAMA.
       KOSONGKAN-LANGKAH-MASUK.
           MOVE 0 TO LM-URUT.
           MOVE 0 TO LM-KODE-OPERASI.
           MOVE SPACE TO LM-SUMBER-N2.
           MOVE 0 TO LM-NILAI.
           MOVE SPACES TO LM-KODE-KONSTANTA.
       SIMPAN-LANGKAH-MASUK.
           MOVE LM-URUT TO RK-URUT(LM-URUT).
           MOVE LM-KODE-OPERASI TO RK-KODE-OPERASI(LM-URUT).
           MOVE LM-SUMBER-N2 TO RK-SUMBER-N2(LM-URUT).
           MOVE LM-NILAI TO RK-NILAI(LM-URUT).
           MOVE LM-KODE-KONSTANTA TO RK-KODE-KONSTANTA(LM-URUT).
      *----------------------------------------------------------*
      * PEMELIHARAAN INDUK OPERATOR : DAFTAR ISI FILE BERKUNCI    *
      * URUT ID, TAMBAH, NONAKTIFKAN, DAN BUKA KUNCI. SETIAP      *
      * PERUBAHAN = SATU RECORD LEWAT KUNCINYA.                   *
      *----------------------------------------------------------*
       RAWAT-OPERATOR.
           DISPLAY CLS.
           DISPLAY (2, 2) 'Daftar Operator (ID/nama/level/aktif/'
               'kunci) :'.
           MOVE 2 TO OP-BARIS-LAYAR.
           MOVE LOW-VALUES TO OM-ID.
           START OPERATOR-FILE KEY IS NOT LESS THAN OM-ID
               INVALID KEY MOVE '10' TO STATUS-BACA-OPERMAST
               NOT INVALID KEY MOVE '00' TO STATUS-BACA-OPERMAST
           END-START.
           IF NOT AKHIR-OPERMAST
               PERFORM BACA-OPERMAST-URUT
           END-IF.
           PERFORM TAMPIL-SATU-OPERATOR
               THRU TAMPIL-SATU-OPERATOR-EXIT
               UNTIL AKHIR-OPERMAST OR OP-BARIS-LAYAR NOT < 20.
           DISPLAY TAMPILAN-AKSI-OPERATOR.
           ACCEPT TAMPILAN-AKSI-OPERATOR.
           IF AKSI-KEMBALI
               GO TO MULAI
           END-IF.
           IF AKSI-TAMBAH
               GO TO RAWAT-OPERATOR-TAMBAH
           END-IF.
           IF AKSI-UBAH
               GO TO RAWAT-OPERATOR-UBAH
           END-IF.
           IF AKSI-NONAKTIF
               GO TO RAWAT-OPERATOR-NONAKTIF
           END-IF.
           IF AKSI-BUKA-KUNCI
               GO TO RAWAT-OPERATOR-BUKA
           END-IF.
           GO TO RAWAT-OPERATOR.
       TAMPIL-SATU-OPERATOR.
           ADD 1 TO OP-BARIS-LAYAR.
           DISPLAY (OP-BARIS-LAYAR, 2) OM-ID, ' ',
               OM-NAMA, ' ', OM-LEVEL, ' ',
               OM-AKTIF, ' ', OM-KUNCI.
               ACCEPT TAMPILAN-TUNDA-SALAH
               GO TO RAWAT-PERSETUJUAN
           END-IF.
       RAWAT-PERSETUJUAN-RINCI.
           DISPLAY CLS.
           DISPLAY (2, 2) 'Usulan ', TD-NOMOR.
           DISPLAY (4, 3) 'Jenis/Aksi : ', TD-JENIS, ' ', TD-AKSI,
               '  Kunci : ', TD-KUNCI-DATA.
           EVALUATE TD-JENIS
               WHEN 'A'
                   DISPLAY (5, 3) 'Peta Akun  : ', TA-JENIS-PETA
                   DISPLAY (6, 3) 'Akun Lama  : ', TA-LAMA-DEBET, ' ',
                       TA-LAMA-KREDIT, ' ', TA-LAMA-PUSAT
                   DISPLAY (7, 3) 'Akun Baru  : ', TA-BARU-DEBET, ' ',
                       TA-BARU-KREDIT, ' ', TA-BARU-PUSAT
               WHEN 'J'
                   MOVE TJ-N1 TO NIL1
                   MOVE TJ-N2 TO NIL2
                   DISPLAY (5, 3) 'Jadwal     : ', TJ-JENIS, ' ',
                       TJ-KODE-OPERASI, ' ', TJ-RUMUS, ' ',
                       TJ-KONSTANTA
                   DISPLAY (6, 3) 'Nilai 1/2  : ', NIL1, ' ', NIL2
                   DISPLAY (7, 3) 'Frek/Tgl   : ', TJ-FREKUENSI, ' ',
                       TJ-MULAI, ' s/d ', TJ-SAMPAI
               WHEN 'C'
                   MOVE TC-PLAFON TO CK-PLAFON-CETAK
                   DISPLAY (5, 3) 'Cabang     : ', TC-NAMA, ' ',
                       TC-WILAYAH
                   DISPLAY (6, 3) 'Batas Jam  : ', TC-BATAS-JAM
                   DISPLAY (7, 3) 'Plafon     : ', CK-PLAFON-CETAK
               WHEN 'R'
                   DISPLAY (5, 3) 'Rumus      : ', TM-NAMA, ' ',
                       TM-CACAH, ' langkah'
                   DISPLAY (6, 3) 'Asal Salin : ', TM-ASAL
                   DISPLAY (7, 3) 'Sekarang   : ', TM-CACAH-LAMA,
                       ' langkah (J = uji jalan usulan)'
               WHEN OTHER
                   MOVE TD-NILAI-LAMA TO NIL1
                   MOVE TD-NILAI-BARU TO NIL2
                   DISPLAY (5, 3) 'Keterangan : ', TD-KETERANGAN
                   DISPLAY (6, 3) 'Nilai Lama : ', NIL1
                   DISPLAY (7, 3) 'Nilai Baru : ', NIL2
           END-EVALUATE.
           DISPLAY (8, 3) 'Pembuat    : ', TD-PEMBUAT, ' ',
               TD-PEMBUAT-TGL, ' ', TD-PEMBUAT-JAM.
           DISPLAY TAMPILAN-AKSI-TUNDA.
           ACCEPT TAMPILAN-AKSI-TUNDA.
           IF TUNDA-UJI
               PERFORM UJI-USULAN-RUMUS THRU UJI-USULAN-RUMUS-EXIT
               GO TO RAWAT-PERSETUJUAN-RINCI
           END-IF.
           IF TUNDA-SETUJU
               PERFORM TERAPKAN-TUNDA THRU TERAPKAN-TUNDA-EXIT
               IF TERAP-BERES
               GO TO TAMPIL-SATU-TUNDA-EXIT
           END-IF.
           ADD 1 TO TD-BARIS-LAYAR.
           EVALUATE TD-JENIS
               WHEN 'A'
                   DISPLAY (TD-BARIS-LAYAR, 2) TD-NOMOR, ' ', TD-JENIS,
                       ' ', TD-AKSI, ' ', TD-KUNCI-DATA, ' ',
                       TA-JENIS-PETA, ' ', TA-BARU-DEBET, ' ',
                       TA-BARU-KREDIT, ' ', TD-PEMBUAT
               WHEN 'J'
                   MOVE TJ-N1 TO NIL1
                   DISPLAY (TD-BARIS-LAYAR, 2) TD-NOMOR, ' ', TD-JENIS,
                       ' ', TD-AKSI, ' ', TD-KUNCI-DATA, ' ',
                       TJ-JENIS, TJ-KODE-OPERASI, ' ', NIL1, ' ',
                       TJ-FREKUENSI, ' ', TD-PEMBUAT
               WHEN 'C'
                   DISPLAY (TD-BARIS-LAYAR, 2) TD-NOMOR, ' ', TD-JENIS,
                       ' ', TD-AKSI, ' ', TC-KODE, ' ', TC-NAMA, ' ',
                       TC-BATAS-JAM, ' ', TD-PEMBUAT
               WHEN 'R'
                   DISPLAY (TD-BARIS-LAYAR, 2) TD-NOMOR, ' ', TD-JENIS,
                       ' ', TD-AKSI, ' ', TM-NAMA, ' ', TM-CACAH, ' ',
                       TM-ASAL, ' ', TD-PEMBUAT
               WHEN OTHER
                   MOVE TD-NILAI-LAMA TO NIL1
                   MOVE TD-NILAI-BARU TO NIL2
                   DISPLAY (TD-BARIS-LAYAR, 2) TD-NOMOR, ' ', TD-JENIS,
                       ' ', TD-AKSI, ' ', TD-KUNCI-DATA, ' ', NIL1, ' ',
                       NIL2, ' ', TD-PEMBUAT
           END-EVALUATE.
           PERFORM BACA-TUNDA-URUT.
       TAMPIL-SATU-TUNDA-EXIT.
           EXIT.
                   PERFORM TERAP-OPERATOR-UBAH
               WHEN 'O' ALSO 'N'
                   PERFORM TERAP-OPERATOR-NONAKTIF
               WHEN 'A' ALSO 'T'
                   PERFORM TERAP-AKUN-TAMBAH
               WHEN 'A' ALSO 'U'
                   PERFORM TERAP-AKUN-UBAH
               WHEN 'A' ALSO 'N'
                   PERFORM TERAP-AKUN-NONAKTIF
               WHEN 'J' ALSO 'T'
                   PERFORM TERAP-JADWAL-TAMBAH
               WHEN 'J' ALSO 'U'
                   PERFORM TERAP-JADWAL-UBAH
               WHEN 'J' ALSO 'N'
                   PERFORM TERAP-JADWAL-NONAKTIF
               WHEN 'C' ALSO 'T'
                   PERFORM TERAP-CABANG-TAMBAH
               WHEN 'C' ALSO 'U'
                   PERFORM TERAP-CABANG-UBAH
               WHEN 'C' ALSO 'N'
                   PERFORM TERAP-CABANG-NONAKTIF
               WHEN 'R' ALSO 'T'
               WHEN 'R' ALSO 'S'
                   PERFORM TERAP-RUMUS-BARU THRU TERAP-RUMUS-BARU-EXIT
               WHEN 'R' ALSO 'U'
                   PERFORM TERAP-RUMUS-URUT THRU TERAP-RUMUS-URUT-EXIT
               WHEN 'R' ALSO 'N'
                   PERFORM TERAP-RUMUS-NONAKTIF
               WHEN OTHER
                   MOVE 'T' TO SAKLAR-TERAP-BERES
           END-EVALUATE.
               MOVE 'N' TO OM-AKTIF
               PERFORM SIMPAN-OPERATOR THRU SIMPAN-OPERATOR-EXIT
           END-IF.
      *    TAMBAH PETA : KUNCI YANG PERNAH DINONAKTIFKAN BOLEH     *
      *    DIPASANG LAGI (RECORDNYA DITIMPA DAN DIAKTIFKAN), KUNCI *
      *    YANG MASIH AKTIF MEMBUAT USULANNYA GUGUR.               *
       TERAP-AKUN-TAMBAH.
           MOVE TA-JENIS-PETA TO AK-JENIS.
           MOVE TA-KODE TO AK-KODE.
           MOVE TA-CABANG TO AK-CABANG.
           PERFORM CARI-AKUN.
           IF AKUN-KETEMU AND AG-AKTIF = 'A'
               MOVE 'T' TO SAKLAR-TERAP-BERES
           ELSE
               MOVE AK-KUNCI TO AG-KUNCI
               MOVE TA-BARU-DEBET TO AG-AKUN-DEBET
               MOVE TA-BARU-KREDIT TO AG-AKUN-KREDIT
               MOVE TA-BARU-PUSAT TO AG-PUSAT-BIAYA
               MOVE 'A' TO AG-AKTIF
               IF AKUN-KETEMU
                   REWRITE AKUN-RECORD
                       INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
                   END-REWRITE
               ELSE
                   WRITE AKUN-RECORD
                       INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
                   END-WRITE
               END-IF
           END-IF.
      *    UBAH PETA : GUGUR KALAU PETANYA SUDAH NONAKTIF ATAU      *
      *    ISINYA SUDAH BERUBAH SEJAK DIUSULKAN.                   *
       TERAP-AKUN-UBAH.
           MOVE TA-JENIS-PETA TO AK-JENIS.
           MOVE TA-KODE TO AK-KODE.
           MOVE TA-CABANG TO AK-CABANG.
           PERFORM CARI-AKUN.
           IF NOT AKUN-KETEMU OR AG-AKTIF NOT = 'A'
                   OR AG-AKUN-DEBET NOT = TA-LAMA-DEBET
                   OR AG-AKUN-KREDIT NOT = TA-LAMA-KREDIT
                   OR AG-PUSAT-BIAYA NOT = TA-LAMA-PUSAT
               MOVE 'T' TO SAKLAR-TERAP-BERES
           ELSE
               MOVE TA-BARU-DEBET TO AG-AKUN-DEBET
               MOVE TA-BARU-KREDIT TO AG-AKUN-KREDIT
               MOVE TA-BARU-PUSAT TO AG-PUSAT-BIAYA
               REWRITE AKUN-RECORD
                   INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
               END-REWRITE
           END-IF.
       TERAP-AKUN-NONAKTIF.
           MOVE TA-JENIS-PETA TO AK-JENIS.
           MOVE TA-KODE TO AK-KODE.
           MOVE TA-CABANG TO AK-CABANG.
           PERFORM CARI-AKUN.
           IF NOT AKUN-KETEMU OR AG-AKTIF NOT = 'A'
               MOVE 'T' TO SAKLAR-TERAP-BERES
           ELSE
               MOVE 'N' TO AG-AKTIF
               REWRITE AKUN-RECORD
                   INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
               END-REWRITE
           END-IF.
      *    TAMBAH JADWAL : KUNCI NONAKTIF BOLEH DIHIDUPKAN LAGI;    *
      *    TANGGAL TERAKHIR DIBUATNYA DIPERTAHANKAN.                *
       TERAP-JADWAL-TAMBAH.
           MOVE TJ-CABANG TO JK-CABANG.
           MOVE TJ-NOMOR TO JK-NOMOR.
           PERFORM CARI-JADWAL.
           IF JADWAL-KETEMU AND JW-AKTIF = 'A'
               MOVE 'T' TO SAKLAR-TERAP-BERES
           ELSE
               IF NOT JADWAL-KETEMU
                   MOVE JK-KUNCI TO JW-KUNCI
                   MOVE SPACES TO JW-TERAKHIR
               END-IF
               PERFORM SALIN-TUNDA-KE-JADWAL
               IF JADWAL-KETEMU
                   REWRITE JADWAL-RECORD
                       INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
                   END-REWRITE
               ELSE
                   WRITE JADWAL-RECORD
                       INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
                   END-WRITE
               END-IF
           END-IF.
       TERAP-JADWAL-UBAH.
           MOVE TJ-CABANG TO JK-CABANG.
           MOVE TJ-NOMOR TO JK-NOMOR.
           PERFORM CARI-JADWAL.
           IF NOT JADWAL-KETEMU OR JW-AKTIF NOT = 'A'
               MOVE 'T' TO SAKLAR-TERAP-BERES
           ELSE
               PERFORM SALIN-TUNDA-KE-JADWAL
               REWRITE JADWAL-RECORD
                   INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
               END-REWRITE
           END-IF.
       TERAP-JADWAL-NONAKTIF.
           MOVE TJ-CABANG TO JK-CABANG.
           MOVE TJ-NOMOR TO JK-NOMOR.
           PERFORM CARI-JADWAL.
           IF NOT JADWAL-KETEMU OR JW-AKTIF NOT = 'A'
               MOVE 'T' TO SAKLAR-TERAP-BERES
           ELSE
               MOVE 'N' TO JW-AKTIF
               REWRITE JADWAL-RECORD
                   INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
               END-REWRITE
           END-IF.
       SALIN-TUNDA-KE-JADWAL.
           MOVE TJ-JENIS TO JW-JENIS.
           MOVE TJ-KODE-OPERASI TO JW-KODE-OPERASI.
           MOVE TJ-RUMUS TO JW-RUMUS.
           MOVE TJ-N1 TO JW-N1.
           MOVE TJ-N2 TO JW-N2.
           MOVE TJ-KONSTANTA TO JW-KONSTANTA.
           MOVE TJ-FREKUENSI TO JW-FREKUENSI.
           MOVE TJ-MULAI TO JW-MULAI.
           MOVE TJ-SAMPAI TO JW-SAMPAI.
           MOVE 'A' TO JW-AKTIF.
      *    TAMBAH CABANG : KODE NONAKTIF BOLEH DIHIDUPKAN LAGI;     *
      *    POSTING HARIANNYA DIPERTAHANKAN.                         *
       TERAP-CABANG-TAMBAH.
           MOVE TC-KODE TO CK-KODE.
           PERFORM CARI-INDUK-CABANG.
           IF CABANG-KETEMU AND CB-AKTIF = 'A'
               MOVE 'T' TO SAKLAR-TERAP-BERES
           ELSE
               IF NOT CABANG-KETEMU
                   MOVE SPACES TO CABANG-RECORD
                   MOVE TC-KODE TO CB-KODE
                   MOVE 0 TO CB-POSTING-NILAI
                   MOVE 0 TO CB-NILAI-BLOK
                   MOVE 0 TO CB-RECORD-HEADER
               END-IF
               PERFORM SALIN-TUNDA-KE-CABANG
               IF CABANG-KETEMU
                   REWRITE CABANG-RECORD
                       INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
                   END-REWRITE
               ELSE
                   WRITE CABANG-RECORD
                       INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
                   END-WRITE
               END-IF
           END-IF.
       TERAP-CABANG-UBAH.
           MOVE TC-KODE TO CK-KODE.
           PERFORM CARI-INDUK-CABANG.
           IF NOT CABANG-KETEMU OR CB-AKTIF NOT = 'A'
               MOVE 'T' TO SAKLAR-TERAP-BERES
           ELSE
               PERFORM SALIN-TUNDA-KE-CABANG
               REWRITE CABANG-RECORD
                   INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
               END-REWRITE
           END-IF.
       TERAP-CABANG-NONAKTIF.
           MOVE TC-KODE TO CK-KODE.
           PERFORM CARI-INDUK-CABANG.
           IF NOT CABANG-KETEMU OR CB-AKTIF NOT = 'A'
               MOVE 'T' TO SAKLAR-TERAP-BERES
           ELSE
               MOVE 'N' TO CB-AKTIF
               REWRITE CABANG-RECORD
                   INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
               END-REWRITE
           END-IF.
       SALIN-TUNDA-KE-CABANG.
           MOVE TC-NAMA TO CB-NAMA.
           MOVE TC-WILAYAH TO CB-WILAYAH.
           MOVE TC-BATAS-JAM TO CB-BATAS-JAM.
           MOVE TC-PLAFON TO CB-PLAFON.
           MOVE 'A' TO CB-AKTIF.
      *    RUMUS (TAMBAH / SALIN) : NAMA BELUM BOLEH ADA DI INDUK, *
      *    LANGKAH USULAN HARUS LENGKAP, URUT, DAN LOLOS           *
      *    PEMERIKSAAN YANG SAMA DENGAN SEWAKTU DIUSULKAN          *
      *    (KONSTANTA BISA SAJA SUDAH DIHAPUS SEJAK ITU).          *
       TERAP-RUMUS-BARU.
           MOVE TM-NAMA TO RUMUS-PILIH-NAMA.
           PERFORM HITUNG-LANGKAH-RUMUS.
           IF RK-CACAH-LAMA > 0
               MOVE 'T' TO SAKLAR-TERAP-BERES
               GO TO TERAP-RUMUS-BARU-EXIT
           END-IF.
           PERFORM MUAT-LANGKAH-USULAN THRU MUAT-LANGKAH-USULAN-EXIT.
           IF RUMUS-BERES
               PERFORM PERIKSA-RUMUS-KERJA
                   THRU PERIKSA-RUMUS-KERJA-EXIT
           END-IF.
           IF NOT RUMUS-BERES
               MOVE 'T' TO SAKLAR-TERAP-BERES
               GO TO TERAP-RUMUS-BARU-EXIT
           END-IF.
           PERFORM TULIS-RUMUS-KERJA.
       TERAP-RUMUS-BARU-EXIT.
           EXIT.
      *    URUT ULANG : JUMLAH LANGKAH DI INDUK HARUS MASIH SAMA   *
      *    DENGAN SEWAKTU DIUSULKAN. LANGKAH LAMA DIHAPUS LALU     *
      *    DITULIS ULANG BERNOMOR 1 S/D N MENURUT URUTAN BARU.     *
       TERAP-RUMUS-URUT.
           MOVE TM-NAMA TO RUMUS-PILIH-NAMA.
           PERFORM HITUNG-LANGKAH-RUMUS.
           IF RK-CACAH-LAMA = 0 OR RK-CACAH-LAMA NOT = TM-CACAH-LAMA
               MOVE 'T' TO SAKLAR-TERAP-BERES
               GO TO TERAP-RUMUS-URUT-EXIT
           END-IF.
           PERFORM MUAT-LANGKAH-USULAN THRU MUAT-LANGKAH-USULAN-EXIT.
           IF RUMUS-BERES AND RK-JUMLAH NOT = RK-CACAH-LAMA
               MOVE 'T' TO SAKLAR-RUMUS-BERES
           END-IF.
           IF RUMUS-BERES
               PERFORM PERIKSA-RUMUS-KERJA
                   THRU PERIKSA-RUMUS-KERJA-EXIT
           END-IF.
           IF NOT RUMUS-BERES
               MOVE 'T' TO SAKLAR-TERAP-BERES
               GO TO TERAP-RUMUS-URUT-EXIT
           END-IF.
           PERFORM HAPUS-RUMUS-INDUK.
           IF TERAP-BERES
               PERFORM TULIS-RUMUS-KERJA
           END-IF.
       TERAP-RUMUS-URUT-EXIT.
           EXIT.
      *    NONAKTIF : SELURUH LANGKAH DIHAPUS DARI INDUK. JADWAL   *
      *    TETAP YANG MASIH MEMAKAI NAMA ITU DITOLAK BATCH SEBAGAI *
      *    RUMUS GAGAL (ALASAN 6).                                 *
       TERAP-RUMUS-NONAKTIF.
           MOVE TM-NAMA TO RUMUS-PILIH-NAMA.
           PERFORM HITUNG-LANGKAH-RUMUS.
           IF RK-CACAH-LAMA = 0 OR RK-CACAH-LAMA NOT = TM-CACAH-LAMA
               MOVE 'T' TO SAKLAR-TERAP-BERES
           ELSE
               PERFORM HAPUS-RUMUS-INDUK
           END-IF.
      *    JUMLAH LANGKAH RUMUS-PILIH-NAMA DI INDUK.               *
       HITUNG-LANGKAH-RUMUS.
           MOVE 0 TO RK-CACAH-LAMA.
           PERFORM MULAI-DARI-RUMUS.
           PERFORM CACAH-SATU-LANGKAH
               UNTIL AKHIR-RUMUS OR RM-NAMA NOT = RUMUS-PILIH-NAMA.
       CACAH-SATU-LANGKAH.
           ADD 1 TO RK-CACAH-LAMA.
           PERFORM BACA-RUMUS-URUT.
      *    HAPUS SELURUH LANGKAH RUMUS-PILIH-NAMA; POSISI BACA     *
      *    DIMULAI LAGI SESUDAH SETIAP DELETE.                     *
       HAPUS-RUMUS-INDUK.
           PERFORM MULAI-DARI-RUMUS.
           PERFORM HAPUS-SATU-LANGKAH
               UNTIL AKHIR-RUMUS OR NOT TERAP-BERES
               OR RM-NAMA NOT = RUMUS-PILIH-NAMA.
       HAPUS-SATU-LANGKAH.
           DELETE RUMUS-FILE RECORD
               INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
           END-DELETE.
           PERFORM MULAI-DARI-RUMUS.
       TULIS-RUMUS-KERJA.
           PERFORM TULIS-SATU-LANGKAH-INDUK
               VARYING RK-IDX FROM 1 BY 1 UNTIL RK-IDX > RK-JUMLAH.
       TULIS-SATU-LANGKAH-INDUK.
           MOVE RK-NAMA TO RM-NAMA.
           MOVE RK-IDX TO RM-URUT.
           MOVE RK-KODE-OPERASI(RK-IDX) TO RM-KODE-OPERASI.
           MOVE RK-SUMBER-N2(RK-IDX) TO RM-SUMBER-N2.
           MOVE RK-NILAI(RK-IDX) TO RM-NILAI.
           MOVE RK-KODE-KONSTANTA(RK-IDX) TO RM-KODE-KONSTANTA.
           WRITE RUMUS-RECORD
               INVALID KEY MOVE 'T' TO SAKLAR-TERAP-BERES
           END-WRITE.
      *    LANGKAH USULAN RUMUS DARI RECORD L YANG MENUNJUK USULAN *
      *    R DI AREA RECORD : HARUS BERNOMOR 1 S/D TM-CACAH TANPA  *
      *    CELAH. AREA RECORD USULAN R DIPULIHKAN DI UJUNG, SUPAYA *
      *    PEMUTAKHIRAN STATUSNYA TETAP KE RECORD YANG BENAR.      *
       MUAT-LANGKAH-USULAN.
           MOVE 'Y' TO SAKLAR-RUMUS-BERES.
           MOVE TM-NAMA TO RK-NAMA.
           MOVE TM-ASAL TO RK-ASAL.
           MOVE TD-AKSI TO RK-AKSI.
           MOVE TM-CACAH TO RK-CACAH-USULAN.
           MOVE 0 TO RK-JUMLAH.
           IF RK-CACAH-USULAN < 1 OR RK-CACAH-USULAN > 20
               MOVE 'T' TO SAKLAR-RUMUS-BERES
               GO TO MUAT-LANGKAH-USULAN-EXIT
           END-IF.
           MOVE TD-NOMOR TO USULAN-RUMUS-NOMOR.
           MOVE TUNDA-RECORD TO TUNDA-KERJA.
           START TUNDA-FILE KEY IS GREATER THAN TD-NOMOR
               INVALID KEY MOVE '10' TO STATUS-BACA-TUNDA
               NOT INVALID KEY MOVE '00' TO STATUS-BACA-TUNDA
           END-START.
           IF NOT AKHIR-TUNDA
               PERFORM BACA-TUNDA-URUT
           END-IF.
           PERFORM MUAT-SATU-LANGKAH-USULAN
               UNTIL AKHIR-TUNDA OR NOT RUMUS-BERES
               OR RK-JUMLAH NOT < RK-CACAH-USULAN.
           MOVE TUNDA-KERJA TO TUNDA-RECORD.
           IF RK-JUMLAH NOT = RK-CACAH-USULAN
               MOVE 'T' TO SAKLAR-RUMUS-BERES
           END-IF.
       MUAT-LANGKAH-USULAN-EXIT.
           EXIT.
       MUAT-SATU-LANGKAH-USULAN.
           IF TD-JENIS = 'L' AND TG-INDUK = USULAN-RUMUS-NOMOR
               IF TG-URUT = RK-JUMLAH + 1 AND TG-NAMA = RK-NAMA
                   ADD 1 TO RK-JUMLAH
                   MOVE TG-URUT TO RK-URUT(RK-JUMLAH)
                   MOVE TG-KODE-OPERASI TO RK-KODE-OPERASI(RK-JUMLAH)
                   MOVE TG-SUMBER-N2 TO RK-SUMBER-N2(RK-JUMLAH)
                   MOVE TG-NILAI TO RK-NILAI(RK-JUMLAH)
                   MOVE TG-KODE-KONSTANTA
                       TO RK-KODE-KONSTANTA(RK-JUMLAH)
               ELSE
                   MOVE 'T' TO SAKLAR-RUMUS-BERES
               END-IF
           END-IF.
           PERFORM BACA-TUNDA-URUT.
      *----------------------------------------------------------*
      * PILIHAN 9 : PILIH RUMUS DARI DAFTAR, ISI NILAI AWAL, LALU *
      * JALANKAN SELURUH LANGKAHNYA BERURUTAN.                    *
      * SUDAH DIHAPUS - DIBATALKAN UTUH TANPA LAPORAN/AUDIT.      *
      *----------------------------------------------------------*
       LAKSANAKAN-RUMUS.
           MOVE SPACES TO KONSTANTA-DIPAKAI.
           PERFORM HITUNG-RUMUS.
           IF RUMUS-GAGAL OR LANGKAH-CACAH = 0
               DISPLAY CLS
               DISPLAY TAMPILAN-RUMUS-GAGAL
           IF YA GO TO MULAI.
           IF LANJUT GO TO MULAI-LANJUT.
           GO TO SELESAI.
      *    SELURUH LANGKAH RUMUS-PILIH-NAMA ATAS N1/N2 : HASILNYA   *
      *    DI N1-LANGKAH, GAGAL / TANPA LANGKAH TERLIHAT DARI       *
      *    RUMUS-GAGAL DAN LANGKAH-CACAH. DIPAKAI PILIHAN 9 DAN     *
      *    RINCIAN RUMUS MODE BATCH.                                *
       HITUNG-RUMUS.
           MOVE 'T' TO SAKLAR-RUMUS-GAGAL.
           MOVE 0 TO LANGKAH-CACAH.
           PERFORM TENTUKAN-TANGGAL-HITUNG.
           MOVE N1 TO N1-LANGKAH.
           PERFORM MULAI-DARI-RUMUS.
           PERFORM JALANKAN-SATU-LANGKAH
               THRU JALANKAN-SATU-LANGKAH-EXIT
               UNTIL AKHIR-RUMUS OR RUMUS-GAGAL
               OR RM-NAMA NOT = RUMUS-PILIH-NAMA.
       JALANKAN-SATU-LANGKAH.
      *    SALIN LANGKAH BERJALAN : AREA RECORD RUMUS DIPAKAI      *
      *    LAGI SAAT MEMBACA LANGKAH BERIKUT DI UJUNG PARAGRAF.    *
           MOVE RM-SUMBER-N2 TO LANGKAH-SUMBER.
           MOVE RM-NILAI TO LANGKAH-NILAI.
           MOVE RM-KODE-KONSTANTA TO LANGKAH-KONSTANTA.
           PERFORM HITUNG-LANGKAH-KERJA THRU HITUNG-LANGKAH-KERJA-EXIT.
           IF NOT RUMUS-GAGAL
               ADD 1 TO LANGKAH-CACAH
               PERFORM BACA-RUMUS-URUT
           END-IF.
       JALANKAN-SATU-LANGKAH-EXIT.
           EXIT.
      *    SATU LANGKAH (LANGKAH-KODE/-SUMBER/-NILAI/-KONSTANTA)   *
      *    ATAS N1-LANGKAH. DIPAKAI MESIN RUMUS DAN UJI JALAN      *
      *    PEMELIHARAAN RUMUS, SUPAYA HASIL UJI SAMA PERSIS DENGAN *
      *    HASIL SESUDAH RUMUSNYA BERLAKU.                         *
       HITUNG-LANGKAH-KERJA.
           EVALUATE LANGKAH-SUMBER
               WHEN '1' MOVE N1 TO N2-LANGKAH
               WHEN '2' MOVE N2 TO N2-LANGKAH
               WHEN OTHER MOVE 'Y' TO SAKLAR-RUMUS-GAGAL
           END-EVALUATE.
           IF RUMUS-GAGAL
               GO TO HITUNG-LANGKAH-KERJA-EXIT
           END-IF.
           IF (LANGKAH-KODE = 4 OR LANGKAH-KODE = 5
                   OR LANGKAH-KODE = 7)
                   AND N2-LANGKAH = 0
               MOVE 'Y' TO SAKLAR-RUMUS-GAGAL
               GO TO HITUNG-LANGKAH-KERJA-EXIT
           END-IF.
           EVALUATE LANGKAH-KODE
               WHEN 1 COMPUTE N1-LANGKAH = N1-LANGKAH + N2-LANGKAH
               WHEN 8 COMPUTE N1-LANGKAH = N1-LANGKAH ** N2-LANGKAH
               WHEN OTHER MOVE 'Y' TO SAKLAR-RUMUS-GAGAL
           END-EVALUATE.
       HITUNG-LANGKAH-KERJA-EXIT.
           EXIT.
       AMBIL-KONSTANTA-LANGKAH.
           MOVE LANGKAH-KONSTANTA TO KODE-KONSTANTA-CARI.
                   GO TO TULIS-LAPORAN-RUMUS-EXIT
               END-IF
           END-IF.
           IF MODE-INTERAKTIF
               PERFORM TENTUKAN-TANGGAL-POSTING
                   THRU TENTUKAN-TANGGAL-POSTING-EXIT
               IF NOT POSTING-BUKA
                   PERFORM TOLAK-HARI-TERTUTUP
                   GO TO TULIS-LAPORAN-RUMUS-EXIT
               END-IF
           END-IF.
           MOVE OPERATOR-ID TO BLR-OPERATOR.
           MOVE RUMUS-PILIH-NAMA TO BLR-NAMA.
           MOVE N1 TO BLR-N1.
           CLOSE RUMUS-FILE.
           CLOSE OPERATOR-FILE.
           CLOSE TUNDA-FILE.
           CLOSE KIRIMAN-FILE.
           CLOSE AKUN-FILE.
           CLOSE JADWAL-FILE.
           CLOSE CABANG-FILE.
           CLOSE TUTUP-FILE.
           STOP RUN.
