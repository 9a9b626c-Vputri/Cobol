      ******************************************************************
      * Shared FILE-CONTROL entry for the receipts journal (KASJRN).
      * Every receipt posted against ARFILE - keyed on BAYAR1 or
      * matched from the bank statement by MUTCOK1 - appends one
      * line here, so the ledger run can pick up a day's cash.
      * Copy into FILE-CONTROL.
      ******************************************************************
           SELECT KAS-JURNAL ASSIGN TO "KASJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KAS-JURNAL.
