      ******************************************************************
      * Shared FILE-CONTROL entry for the semester history master
      * (NILAIHST, indexed on semester + NPM + course). ROLLOVR1
      * fills it from NILAIMST at end of semester. HST-MK-KEY
      * (semester + course) is an alternate key with duplicates for
      * reading one course's grades in a semester. Copy into
      * FILE-CONTROL.
      ******************************************************************
           SELECT NILAI-HISTORI ASSIGN TO "NILAIHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               ALTERNATE RECORD KEY IS HST-MK-KEY WITH DUPLICATES
               FILE STATUS IS FS-NILAI-HISTORI.
