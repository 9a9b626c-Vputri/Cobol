      ******************************************************************
      * Shared FILE-CONTROL entry for the remedial exam roster
      * (REMEDI, indexed on NPM + course code). Built by REMED1 from
      * the NILAIMST grades marked MENGULANG; REMED1 also takes the
      * remedial scores against it. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT REMEDI-FILE ASSIGN TO "REMEDI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RMD-KEY
               FILE STATUS IS FS-REMEDI-FILE.
