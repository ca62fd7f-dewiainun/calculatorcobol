      *                    hanya ditelusuri bila Tanggal Dari      *
      *                    diisi, karena daftar bulan arsip        *
      *                    diturunkan dari rentang itu.            *
      *   2026-10-15  AS   Record AUDIT/ARSIP dilebarkan ke 240    *
      *                    mengikuti segel AUDIT (kolom 201-232)   *
      *                    di program CALCULATOR.                  *
      *----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * LAYOUT YANG SAMA DENGAN AUDIT.                            *
      *----------------------------------------------------------*
       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(240).
       FD  ARSIP-FILE.
       01  ARSIP-RECORD             PIC X(240).
       FD  HASIL-CARI-FILE.
       01  HASIL-CARI-RECORD        PIC X(132).
       WORKING-STORAGE SECTION.
