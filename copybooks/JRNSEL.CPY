      ******************************************************************
      * Shared FILE-CONTROL entry for the cross-program grade-change
      * journal (GRADEJRN). Every REWRITE of a grade master writes a
      * before/after image here with a reason code, and every
      * insert into or delete from NILAIFILE / NILAIMST is journaled
      * the same way. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT JURNAL-FILE ASSIGN TO "GRADEJRN"
               ORGANIZATION IS LINE SEQUENTIAL
