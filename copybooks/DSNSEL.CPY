      ******************************************************************
      * Shared FILE-CONTROL entry for the lecturer master (DOSENMST,
      * indexed on DSN-ID). Maintained by DSNMNT1; MKREG1 validates
      * the lecturer of every course against it and DSNLAP1 prints
      * the per-lecturer teaching-load and grade-submission sheet.
      * Copy into FILE-CONTROL.
      ******************************************************************
           SELECT DOSEN-FILE ASSIGN TO "DOSENMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSN-ID
               FILE STATUS IS FS-DOSEN-FILE.
