      ******************************************************************
      * Shared FILE-CONTROL entry for the scholarship disbursement
      * file (BSWSALUR, indexed on billing run-id + invoice number,
      * the ARFILE key). INVOICE1 writes one record per discount
      * given on an invoice; BSWLAP1 totals the rupiah granted per
      * scheme from it. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT SALUR-FILE ASSIGN TO "BSWSALUR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSR-KEY
               FILE STATUS IS FS-SALUR-FILE.
