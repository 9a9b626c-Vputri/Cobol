      ******************************************************************
      * Shared FILE-CONTROL entry for the credit-note master
      * (KREDITNT). A supervisor raises a credit note against an
      * ARFILE invoice on KNTMNT1; a second supervisor approves or
      * rejects it on KNTAPP1, where the invoice is adjusted. Copy
      * into FILE-CONTROL.
      ******************************************************************
           SELECT KREDIT-FILE ASSIGN TO "KREDITNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KNT-NO
               FILE STATUS IS FS-KREDIT-FILE.
