      ******************************************************************
      * Shared FILE-CONTROL entry for the processed bank mutations
      * (MUTPOST, indexed on statement date + bank reference).
      * MUTCOK1 records every credit it has dealt with, posted or
      * sent to suspense, so a statement read twice is never posted
      * twice. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT MUTASI-POSTING ASSIGN TO "MUTPOST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MTP-KEY
               FILE STATUS IS FS-MUTASI-POSTING.
