      * (ARFILE). The key repeats the printed invoice heading: the
      * billing run-id plus the invoice number within that run.
      * AR-DIBAYAR accumulates receipts (partial payments included);
      * status O = open, L = settled in full, B = cancelled by an
      * approved credit note. AR-PPN is the PPN share of AR-TOTAL
      * (zero on a late-fee receivable), kept so the ledger run can
      * split receivable, revenue and PPN. An approved credit note
      * lowers AR-TOTAL and AR-PPN and adds to AR-KREDIT and
      * AR-KREDIT-PPN, so AR-TOTAL is always the net amount billed
      * and AR-TOTAL + AR-KREDIT the amount first invoiced. An ARFILE
      * without the PPN and credit fields is brought to this layout
      * by MIGMST1. Copy into FILE SECTION.
      ******************************************************************
       FD  PIUTANG-FILE.
       01  PIUTANG-RECORD.
           02 AR-STATUS PIC X(1).
              88 AR-TERBUKA VALUE 'O'.
              88 AR-LUNAS VALUE 'L'.
              88 AR-BATAL VALUE 'B'.
           02 AR-PPN PIC 9(9)V99.
           02 AR-KREDIT PIC 9(9)V99.
           02 AR-KREDIT-PPN PIC 9(9)V99.
