      ******************************************************************
      * Shared FILE-CONTROL entry for the indexed stock master
      * (STOKMST, keyed on the HARGAMST item code). Stock is added
      * by STKMNT1's goods-received screen, taken off by UBAH-TITIK
      * as order lines are saved, and read by STKLAP1 for the daily
      * reorder report. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT STOK-MASTER ASSIGN TO "STOKMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STK-KODE
               FILE STATUS IS FS-STOK-MASTER.
