      ******************************************************************
      * Shared FILE-CONTROL entry for the price history (HRGHIST,
      * keyed on item code plus the date the price takes effect).
      * Written by HRGMNT1 for every price keyed, read through
      * HRGCARI1 for the price in force on a given date and walked
      * by HRGLAP1 for the price-change report. Copy into
      * FILE-CONTROL.
      ******************************************************************
           SELECT HARGA-HISTORI ASSIGN TO "HRGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HRH-KEY
               FILE STATUS IS FS-HARGA-HISTORI.
