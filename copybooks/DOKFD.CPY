      ******************************************************************
      * Shared FD/record for the issued-documents register (DOKREG).
      * One record per document issued: who it was for, when and by
      * whom, the figures printed on it, and the check value folded
      * over every printed line above the check line itself, which
      * is printed on the document. Copy into FILE SECTION.
      ******************************************************************
       FD  DOKUMEN-FILE.
       01  DOKUMEN-RECORD.
           02 DOK-NOMOR PIC 9(7).
           02 DOK-JENIS PIC X(10).
           02 DOK-NPM PIC X(8).
           02 DOK-NAMA PIC X(20).
           02 DOK-TANGGAL PIC 9(8).
           02 DOK-JAM PIC 9(8).
           02 DOK-OPERATOR PIC X(8).
           02 DOK-RUN-ID PIC X(12).
           02 DOK-JML-MK PIC 9(3).
           02 DOK-TOTAL-SKS PIC 9(4).
           02 DOK-IPK PIC 9V99.
           02 DOK-CEK PIC 9(9).
