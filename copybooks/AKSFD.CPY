      ******************************************************************
      * Shared FD/record for the personal-data access log (AKSESLOG).
      * One entry every time a student's record leaves a program
      * with any field in clear under the SAMARAN rules: a console
      * lookup in INQNIL1, or a line of the TUGASEXP, ALUMNIEX,
      * PDDAKM or PDDNIL extract. AKS-MEDAN lists the fields that
      * were shown in clear. AKSLAP1 reports it by month. Copy into
      * FILE SECTION.
      ******************************************************************
       FD  AKSES-FILE.
       01  AKSES-RECORD.
           02 AKS-TANGGAL PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AKS-JAM PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AKS-OPERATOR PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AKS-PERAN PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AKS-RUN-ID PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AKS-KELUARAN PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AKS-NPM PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AKS-MEDAN PIC X(40).
