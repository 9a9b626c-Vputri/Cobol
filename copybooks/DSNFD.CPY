      ******************************************************************
      * Shared FD/record for the lecturer master (DOSENMST): lecturer
      * ID, name, home program of study and status (A = active,
      * N = no longer teaching). Copy into FILE SECTION.
      ******************************************************************
       FD  DOSEN-FILE.
       01  DOSEN-RECORD.
           02 DSN-ID PIC X(8).
           02 DSN-NAMA PIC X(30).
           02 DSN-PRODI PIC X(10).
           02 DSN-STATUS PIC X(1).
              88 DSN-AKTIF VALUE 'A'.
              88 DSN-NONAKTIF VALUE 'N'.
