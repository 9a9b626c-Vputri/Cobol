      ******************************************************************
      * Shared FILE-CONTROL entry for the attendance master (HADIR,
      * indexed on NPM + course code + meeting number). Keyed in by
      * HDRMNT1 and bulk loaded from the sign-in sheets by HDRLD1;
      * HADCEK1 applies the UAS attendance rule from it and HDRLAP1
      * prints the per-course list of students barred from the UAS.
      * Copy into FILE-CONTROL.
      ******************************************************************
           SELECT HADIR-FILE ASSIGN TO "HADIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HDR-KEY
               FILE STATUS IS FS-HADIR-FILE.
