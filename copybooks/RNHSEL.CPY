      ******************************************************************
      * Shared FILE-CONTROL entry for the nightly chain run history
      * (RUNHIST). DRIVER1 appends one line for every step it calls,
      * night after night; RUNLAP1 reads it for the elapsed-time
      * report and PAGILAP1 for the overrun warning. Copy into
      * FILE-CONTROL.
      ******************************************************************
           SELECT RUN-HISTORI ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUN-HISTORI.
