      ******************************************************************
      * Shared FILE-CONTROL entry for the NILAI1 grade master
      * (NILAIMST, indexed on NPM + course code so one student can
      * hold one record per course). The course code is also an
      * alternate key with duplicates, so the per-course runs can
      * START on KODE-MK-MST and read just that course's records.
      * Copy into FILE-CONTROL.
      ******************************************************************
           SELECT NILAI-MASTER ASSIGN TO "NILAIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               ALTERNATE RECORD KEY IS KODE-MK-MST WITH DUPLICATES
               FILE STATUS IS FS-NILAI-MASTER.
