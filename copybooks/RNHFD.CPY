      ******************************************************************
      * Shared FD/record for the nightly chain run history (RUNHIST).
      * One line per step called: the chain run-id, step number and
      * program, start and end date/time (time as HHMMSSss), elapsed
      * seconds, the step's maximum run time in minutes as set on
      * RUNCTL at the time (0 = no limit) and the result (Y = done,
      * G = the CALL failed). Copy into FILE SECTION.
      ******************************************************************
       FD  RUN-HISTORI.
       01  RUN-HISTORI-RECORD.
           02 RNH-RUN-ID PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RNH-URUT PIC 9(2).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RNH-PROGRAM PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RNH-TGL-MULAI PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RNH-JAM-MULAI PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RNH-TGL-SELESAI PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RNH-JAM-SELESAI PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RNH-DETIK PIC 9(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RNH-BATAS-MENIT PIC 9(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 RNH-HASIL PIC X(1).
              88 RNH-SELESAI VALUE 'Y'.
              88 RNH-GAGAL VALUE 'G'.
