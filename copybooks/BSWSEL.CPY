      ******************************************************************
      * Shared FILE-CONTROL entry for the scholarship and fee-
      * discount master (BEASISWA, indexed on NPM). Maintained in
      * BSWMNT1; INVOICE1 applies the award on the tuition invoice
      * and BSWLAP1 lists the awards per scheme. Copy into
      * FILE-CONTROL.
      ******************************************************************
           SELECT BEASISWA-FILE ASSIGN TO "BEASISWA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSW-NPM
               FILE STATUS IS FS-BEASISWA-FILE.
