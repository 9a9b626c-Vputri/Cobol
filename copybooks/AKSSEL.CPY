      ******************************************************************
      * Shared FILE-CONTROL entry for the personal-data access log
      * (AKSESLOG). Copy into FILE-CONTROL.
      ******************************************************************
           SELECT AKSES-FILE ASSIGN TO "AKSESLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AKSES-FILE.
