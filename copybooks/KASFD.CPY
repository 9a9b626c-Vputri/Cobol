      ******************************************************************
      * Shared FD/record for the receipts journal (KASJRN). One line
      * per receipt: when and by whom it was posted, the invoice it
      * was posted against, and the amount. KAS-SUMBER M = keyed on
      * BAYAR1, B = matched from the bank statement. Copy into FILE
      * SECTION.
      ******************************************************************
       FD  KAS-JURNAL.
       01  KAS-JURNAL-RECORD.
           02 KAS-TANGGAL PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 KAS-JAM PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 KAS-OPERATOR PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 KAS-RUN-ID PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 KAS-PROGRAM PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 KAS-AR-RUN-ID PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 KAS-AR-NO-FAKTUR PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 KAS-NPM PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 KAS-PRODI PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 KAS-JUMLAH PIC 9(9)V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 KAS-SUMBER PIC X(1).
              88 KAS-MANUAL VALUE 'M'.
              88 KAS-BANK VALUE 'B'.
