      ******************************************************************
      * Shared FD/record for the scholarship disbursement file
      * (BSWSALUR). The key repeats the ARFILE key of the invoice
      * the discount was given on, so a rerun of the same billing
      * run replaces its own rows. Copy into FILE SECTION.
      ******************************************************************
       FD  SALUR-FILE.
       01  SALUR-RECORD.
           02 BSR-KEY.
              03 BSR-RUN-ID PIC X(12).
              03 BSR-NO-FAKTUR PIC 9(5).
           02 BSR-NPM PIC X(8).
           02 BSR-SKEMA PIC X(10).
           02 BSR-SEMESTER PIC X(5).
           02 BSR-TANGGAL PIC 9(8).
           02 BSR-JUMLAH PIC 9(9)V99.
