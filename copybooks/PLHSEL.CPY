      ******************************************************************
      * Shared FILE-CONTROL entry for the roll-forward recovery
      * report (PULIHRPT) written by PULIH1 and read back by BALANS1.
      * Copy into FILE-CONTROL.
      ******************************************************************
           SELECT PULIH-LAPORAN ASSIGN TO "PULIHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PULIH-LAPORAN.
