      ******************************************************************
      * Shared FILE-CONTROL entry for the pseudonym master
      * (PSEUDONIM, indexed on NPM). SMRCEK1 hands out and looks up
      * the pseudonymous ids extracts carry instead of the student's
      * identity. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT PSEUDONIM-FILE ASSIGN TO "PSEUDONIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PSN-NPM
               FILE STATUS IS FS-PSEUDONIM-FILE.
