      * Shared FD/record for the central student registry master
      * (MHSFILE). MHS-PEMBINAAN is the academic-probation flag
      * stamped by the PROBNL1 term run; TUGAS1 and NILAI1 warn the
      * operator when grading a flagged student. Status L is set
      * only by the LULUS1 graduation posting run (and put back by
      * an approved LULAPP1 reversal); MHSREG1 will not change or
      * remove a graduated student. The other statuses - C on leave
      * (cuti), K withdrawn, D dropped out, P transferred out, and
      * N / A - are changed only through STSMNT1, which records
      * each change on the STSHIST history; the record carries the
      * status in force for the running semester (a change dated
      * for a later semester is brought in by the STSSMT1 term
      * run). Copy into FILE SECTION.
      ******************************************************************
       FD  MHS-FILE.
       01  MHS-FILE-RECORD.
           02 MHS-STATUS PIC X(1).
              88 MHS-AKTIF VALUE 'A'.
              88 MHS-NONAKTIF VALUE 'N'.
              88 MHS-LULUS VALUE 'L'.
              88 MHS-CUTI VALUE 'C'.
              88 MHS-KELUAR VALUE 'K'.
              88 MHS-DO VALUE 'D'.
              88 MHS-PINDAH VALUE 'P'.
              88 MHS-TERMINAL VALUE 'L' 'K' 'D' 'P'.
           02 MHS-PEMBINAAN PIC X(1).
              88 MHS-DIBINA VALUE 'Y'.
