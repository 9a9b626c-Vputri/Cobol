      ******************************************************************
      * Shared FILE-CONTROL entry for the registration holds master
      * (BLOKIR, indexed on NPM + hold type). BLKMNT1 places and
      * lifts holds, TAGIH1 raises the finance hold itself, and
      * BLKCEK1 answers for KRSREG1, TRANSK1 and SLIPNL1 whether a
      * student is held. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT BLOKIR-FILE ASSIGN TO "BLOKIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLK-KEY
               FILE STATUS IS FS-BLOKIR-FILE.
