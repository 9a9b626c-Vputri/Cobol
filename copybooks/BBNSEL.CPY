      ******************************************************************
      * Shared FILE-CONTROL entry for the semester SKS load table
      * (BEBANSKS): the most credit hours a student may take in a
      * semester, by the IPS earned in the previous term. Maintained
      * by BBNMNT1, read by KRSREG1. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT BEBAN-FILE ASSIGN TO "BEBANSKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BEBAN-FILE.
