      ******************************************************************
      * Shared FD/record for the dunning history (TAGIHHST). One
      * record per ARFILE invoice dunned: the highest level sent
      * (1 first reminder, 2 second reminder, 3 final notice), the
      * date each level went out, and for the final notice the
      * ARFILE key and amount of the late fee posted. A late-fee
      * receivable itself gets a record of jenis D so it is never
      * dunned in turn. Copy into FILE SECTION.
      ******************************************************************
       FD  TAGIH-HISTORI.
       01  TAGIH-HISTORI-RECORD.
           02 DNH-KEY.
              03 DNH-RUN-ID PIC X(12).
              03 DNH-NO-FAKTUR PIC 9(5).
           02 DNH-NPM PIC X(8).
           02 DNH-JENIS PIC X(1).
              88 DNH-FAKTUR VALUE 'F'.
              88 DNH-DENDA VALUE 'D'.
           02 DNH-LEVEL PIC 9(1).
           02 DNH-TGL-1 PIC 9(8).
           02 DNH-TGL-2 PIC 9(8).
           02 DNH-TGL-3 PIC 9(8).
           02 DNH-DENDA-KEY.
              03 DNH-DENDA-RUN-ID PIC X(12).
              03 DNH-DENDA-NO PIC 9(5).
           02 DNH-DENDA-JUMLAH PIC 9(9)V99.
