      ******************************************************************
      * Shared FILE-CONTROL entry for the dunning history (TAGIHHST,
      * indexed on the ARFILE key of the invoice). TAGIH1 records
      * every reminder level sent so an invoice never gets the same
      * letter twice. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT TAGIH-HISTORI ASSIGN TO "TAGIHHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DNH-KEY
               FILE STATUS IS FS-TAGIH-HISTORI.
