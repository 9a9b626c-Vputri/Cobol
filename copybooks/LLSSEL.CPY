      ******************************************************************
      * Shared FILE-CONTROL entry for the graduate master (LULUSAN,
      * indexed on NPM). Written by the LULUS1 graduation posting
      * run; LULCEK1 reads it to tell every grade-update program
      * that a student's grades are frozen, and LULBTL1 / LULAPP1
      * carry the supervisor-approved reversal. Copy into
      * FILE-CONTROL.
      ******************************************************************
           SELECT LULUSAN-FILE ASSIGN TO "LULUSAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LLS-NPM
               FILE STATUS IS FS-LULUSAN-FILE.
