      ******************************************************************
      * Shared FD/record for the graduate master (LULUSAN). One
      * record per graduated student: graduation date, diploma
      * number, final IPK and SKS earned from the latest AKADMST
      * standing, and the MHSFILE status the student held before
      * posting so a reversal can put it back. Status L = graduated
      * (grades frozen), B = reversal requested and waiting for a
      * second supervisor (grades stay frozen), X = posting
      * reversed (grades open again; the student may be posted
      * again). A refused request goes back to L; the approver
      * fields then name the supervisor who refused it. Copy into
      * FILE SECTION.
      ******************************************************************
       FD  LULUSAN-FILE.
       01  LULUSAN-RECORD.
           02 LLS-NPM PIC X(8).
           02 LLS-NAMA PIC X(20).
           02 LLS-PRODI PIC X(10).
           02 LLS-TGL-LULUS PIC 9(8).
           02 LLS-NO-IJAZAH PIC X(20).
           02 LLS-IPK PIC 9V99.
           02 LLS-SKS PIC 9(4).
           02 LLS-SEMESTER-AKHIR PIC X(5).
           02 LLS-STATUS PIC X(1).
              88 LLS-LULUS VALUE 'L'.
              88 LLS-MINTA-BATAL VALUE 'B'.
              88 LLS-DIBATALKAN VALUE 'X'.
              88 LLS-BEKU VALUE 'L' 'B'.
           02 LLS-STATUS-MHS-LAMA PIC X(1).
           02 LLS-RUN-ID PIC X(12).
           02 LLS-OPERATOR PIC X(8).
           02 LLS-TGL-POSTING PIC 9(8).
           02 LLS-ALASAN-BATAL PIC X(30).
           02 LLS-PEMOHON-BATAL PIC X(8).
           02 LLS-TGL-MINTA-BATAL PIC 9(8).
           02 LLS-PENYETUJU-BATAL PIC X(8).
           02 LLS-TGL-BATAL PIC 9(8).
