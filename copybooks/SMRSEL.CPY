      ******************************************************************
      * Shared FILE-CONTROL entry for the personal-data masking rules
      * (SAMARAN, indexed on output + role + field). SMRMNT1
      * maintains it and SMRCEK1 applies it for INQNIL1 and the
      * TUGASEXP, ALUMNIEX, PDDAKM and PDDNIL extracts. Copy into
      * FILE-CONTROL.
      ******************************************************************
           SELECT SAMARAN-FILE ASSIGN TO "SAMARAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SMR-KEY
               FILE STATUS IS FS-SAMARAN-FILE.
