      ******************************************************************
      * Shared FILE-CONTROL entry for the issued-documents register
      * (DOKREG, indexed on the document number from DOKSEQ1).
      * TRANSK1 logs every transcript it prints; DOKVER1 is the
      * read-only verification desk lookup. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT DOKUMEN-FILE ASSIGN TO "DOKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOK-NOMOR
               FILE STATUS IS FS-DOKUMEN-FILE.
