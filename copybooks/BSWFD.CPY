      ******************************************************************
      * Shared FD/record for the scholarship master (BEASISWA). One
      * award per student: the scheme (the funding foundation's
      * code), a percentage of the tuition (jenis P) or a fixed
      * rupiah amount (jenis T), valid from/to semester codes (a
      * blank BSW-SAMPAI is open-ended), and whether the award is
      * tied to academic standing, in which case it is suspended
      * while MHS-PEMBINAAN is set on MHSFILE. Copy into FILE
      * SECTION.
      ******************************************************************
       FD  BEASISWA-FILE.
       01  BEASISWA-RECORD.
           02 BSW-NPM PIC X(8).
           02 BSW-SKEMA PIC X(10).
           02 BSW-JENIS PIC X(1).
              88 BSW-JENIS-PERSEN VALUE 'P'.
              88 BSW-JENIS-TETAP VALUE 'T'.
           02 BSW-PERSEN PIC 9(3).
           02 BSW-POTONGAN PIC 9(9)V99.
           02 BSW-DARI PIC X(5).
           02 BSW-SAMPAI PIC X(5).
           02 BSW-AKADEMIK PIC X(1).
              88 BSW-TERIKAT-AKADEMIK VALUE 'Y'.
