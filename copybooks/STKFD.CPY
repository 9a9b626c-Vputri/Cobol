      ******************************************************************
      * Shared FD/record for the indexed stock master (STOKMST). One
      * record per HARGAMST item code: quantity on hand, the reorder
      * level at or below which the item shows on the reorder
      * report, and what order entry does with a line larger than
      * the stock: T = refuse the line, P = warn and let the
      * operator keep it (the quantity then goes below zero and
      * stands as owed to customers until goods arrive). Copy into
      * FILE SECTION.
      ******************************************************************
       FD  STOK-MASTER.
       01  STOK-MASTER-RECORD.
           02 STK-KODE PIC X(9).
           02 STK-QTY PIC S9(6).
           02 STK-REORDER PIC 9(6).
           02 STK-KEBIJAKAN PIC X(1).
              88 STK-TOLAK VALUE 'T'.
              88 STK-PERINGATAN VALUE 'P'.
              88 STK-KEBIJAKAN-SAH VALUE 'T' 'P'.
           02 STK-TGL-TERIMA PIC 9(8).
           02 STK-TGL-JUAL PIC 9(8).
