      ******************************************************************
      * Shared FD/record for the credit-note master (KREDITNT). One
      * record per credit note, numbered in sequence. Type K = credit
      * part of an invoice, B = cancel the invoice outright, R =
      * refund an overpayment. Reason codes: SPR wrong program of
      * study, MND withdrew, LBH overpaid, KSL billing error, LNN
      * other. KNT-JUMLAH and KNT-PPN are the credit (and its PPN
      * share) actually taken off the invoice on approval; KNT-REFUND
      * is what the student is owed back. Status O = waiting for a
      * second supervisor, A = approved and applied, R = rejected.
      * Refund status N = nothing owed, T = owed, D = paid out.
      * Copy into FILE SECTION.
      ******************************************************************
       FD  KREDIT-FILE.
       01  KREDIT-RECORD.
           02 KNT-NO PIC 9(7).
           02 KNT-AR-KEY.
              03 KNT-AR-RUN-ID PIC X(12).
              03 KNT-AR-NO-FAKTUR PIC 9(5).
           02 KNT-NPM PIC X(8).
           02 KNT-PRODI PIC X(10).
           02 KNT-JENIS PIC X(1).
              88 KNT-KREDIT VALUE 'K'.
              88 KNT-BATAL VALUE 'B'.
              88 KNT-LEBIH-BAYAR VALUE 'R'.
              88 KNT-JENIS-SAH VALUE 'K' 'B' 'R'.
           02 KNT-ALASAN PIC X(3).
              88 KNT-ALASAN-SAH VALUE 'SPR' 'MND' 'LBH' 'KSL' 'LNN'.
           02 KNT-KETERANGAN PIC X(30).
           02 KNT-JUMLAH PIC 9(9)V99.
           02 KNT-PPN PIC 9(9)V99.
           02 KNT-REFUND PIC 9(9)V99.
           02 KNT-STATUS PIC X(1).
              88 KNT-TERBUKA VALUE 'O'.
              88 KNT-DISETUJUI VALUE 'A'.
              88 KNT-DITOLAK VALUE 'R'.
           02 KNT-PEMBUAT PIC X(8).
           02 KNT-TGL-BUAT PIC 9(8).
           02 KNT-PENYETUJU PIC X(8).
           02 KNT-TGL-SETUJU PIC 9(8).
           02 KNT-REFUND-STATUS PIC X(1).
              88 KNT-TANPA-REFUND VALUE 'N'.
              88 KNT-REFUND-TERUTANG VALUE 'T'.
              88 KNT-REFUND-DIBAYAR VALUE 'D'.
           02 KNT-TGL-REFUND PIC 9(8).
           02 KNT-REFUND-OLEH PIC X(8).
