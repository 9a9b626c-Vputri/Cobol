      ******************************************************************
      * Shared FD/record for the pseudonym master (PSEUDONIM). One
      * record per student ever sent out under a pseudonym: the id
      * is P followed by the next number from the PSNSEQ control
      * file, given once and kept, so a recipient can follow the
      * same student from one extract to the next without learning
      * who it is. Only this file links the id back to the NPM.
      * Copy into FILE SECTION.
      ******************************************************************
       FD  PSEUDONIM-FILE.
       01  PSEUDONIM-RECORD.
           02 PSN-NPM PIC X(8).
           02 PSN-ID PIC X(8).
           02 PSN-TANGGAL PIC 9(8).
