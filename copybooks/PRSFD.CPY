      ******************************************************************
      * Shared FD/record for the course prerequisite list (PRASYRT).
      * A course with three prerequisites has three rows. Copy into
      * FILE SECTION.
      ******************************************************************
       FD  PRASYARAT-FILE.
       01  PRASYARAT-RECORD.
           02 PRS-KODE-MK PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 PRS-KODE-SYARAT PIC X(6).
