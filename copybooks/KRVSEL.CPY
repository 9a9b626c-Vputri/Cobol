      ******************************************************************
      * Shared FILE-CONTROL entry for the grade-curve proposal master
      * (KURVAMST). A curve for one course is previewed and proposed
      * on KURVA1; a supervisor other than the proposer approves or
      * rejects it on KURVAPP1, where NILAIMST is rewritten. Copy
      * into FILE-CONTROL.
      ******************************************************************
           SELECT KURVA-FILE ASSIGN TO "KURVAMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRV-NO
               FILE STATUS IS FS-KURVA-FILE.
