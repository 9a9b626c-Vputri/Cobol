      ******************************************************************
      * Shared FD/record for the processed bank mutations (MUTPOST).
      * One record per bank credit: the amount and transfer remark
      * as the bank sent them, status P when posted as a receipt to
      * the ARFILE invoice in MTP-AR-KEY, S when left in suspense
      * for the finance clerk with the reason, and the run that
      * dealt with it. Copy into FILE SECTION.
      ******************************************************************
       FD  MUTASI-POSTING.
       01  MUTASI-POSTING-RECORD.
           02 MTP-KEY.
              03 MTP-TANGGAL PIC 9(8).
              03 MTP-REF PIC X(16).
           02 MTP-JUMLAH PIC 9(10)V99.
           02 MTP-BERITA PIC X(40).
           02 MTP-STATUS PIC X(1).
              88 MTP-DIBUKUKAN VALUE 'P'.
              88 MTP-SUSPENSE VALUE 'S'.
           02 MTP-AR-KEY.
              03 MTP-AR-RUN-ID PIC X(12).
              03 MTP-AR-NO-FAKTUR PIC 9(5).
           02 MTP-NPM PIC X(8).
           02 MTP-ALASAN PIC X(25).
           02 MTP-RUN-ID PIC X(12).
           02 MTP-TGL-PROSES PIC 9(8).
