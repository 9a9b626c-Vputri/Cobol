      ******************************************************************
      * Shared FILE-CONTROL entry for the course prerequisite list
      * (PRASYRT): one row per course and prerequisite course that
      * must already be passed (LULUS in NILAIHST or NILAIMST).
      * Maintained by PRSMNT1; KRSREG1 refuses an enrollment whose
      * prerequisites are not all passed. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT PRASYARAT-FILE ASSIGN TO "PRASYRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRASYARAT-FILE.
