      ******************************************************************
      * Shared FD/record for the student status history (STSHIST).
      * One record per status change: the semester from which it
      * takes effect, a sequence within that semester, the kind of
      * change, the registry status before and after, the reason,
      * the supervisor who approved it, the day it was recorded and
      * the program and run that recorded it. Kinds: C leave of
      * absence (cuti), R return from leave, K withdrawal, D academic
      * dropout, P transfer out, N made non-active, A made active
      * again, L graduation posted, B graduation posting reversed.
      * Copy into FILE SECTION.
      ******************************************************************
       FD  STATUS-HISTORI.
       01  STATUS-HISTORI-RECORD.
           02 STH-KEY.
              03 STH-NPM PIC X(8).
              03 STH-SEMESTER PIC X(5).
              03 STH-URUT PIC 9(2).
           02 STH-JENIS PIC X(1).
              88 STH-CUTI VALUE 'C'.
              88 STH-KEMBALI VALUE 'R'.
              88 STH-KELUAR VALUE 'K'.
              88 STH-DO VALUE 'D'.
              88 STH-PINDAH VALUE 'P'.
              88 STH-NONAKTIF VALUE 'N'.
              88 STH-AKTIF VALUE 'A'.
              88 STH-LULUS VALUE 'L'.
              88 STH-BATAL-LULUS VALUE 'B'.
           02 STH-STATUS-LAMA PIC X(1).
           02 STH-STATUS-BARU PIC X(1).
           02 STH-ALASAN PIC X(30).
           02 STH-PENYETUJU PIC X(8).
           02 STH-TANGGAL PIC 9(8).
           02 STH-PROGRAM PIC X(8).
           02 STH-RUN-ID PIC X(12).
