      *          date (spaces = all dates) it totals each order's
      *          line amounts, adds the order-level PPN the way
      *          HITUNG-PPN does (11%), and prints one line per
      *          order plus day totals to ORDREG. Each line is
      *          checked against the HRGHIST price in force on its
      *          order date; lines keyed at a different price (a
      *          price change back-dated after the order was taken)
      *          are counted per order and in the day totals.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           02 FILLER PIC X(1).
           02 PSN-KUTIP PIC X(3).
       FD  LAPORAN-ORDER.
       01  LAPORAN-ORDER-BARIS PIC X(100).
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  WS-TOTAL-BAYAR PIC 9(9)V99 VALUE 0.
       77  WS-JML-ORDER PIC 9(5) VALUE 0.
       77  WS-HARI-TOTAL PIC 9(11)V99 VALUE 0.
       77  WS-ORD-BEDA PIC 9(3) VALUE 0.
       77  WS-JML-BEDA PIC 9(5) VALUE 0.
       77  WS-HARGA-BERLAKU PIC 9(6)V99 VALUE 0.
       77  WS-HARGA-STATUS PIC X(1) VALUE 'N'.
           88 HARGA-ADA-HISTORI VALUE 'Y'.
       01  JUDUL-ORDER.
           02 FILLER PIC X(26)
              VALUE 'REGISTER PENJUALAN TGL    '.
           02 BO-VALAS PIC X(3).
           02 FILLER PIC X(7) VALUE ' KUTIP '.
           02 BO-KUTIP PIC X(3).
           02 FILLER PIC X(6) VALUE ' BEDA '.
           02 BO-BEDA PIC ZZ9.
       01  BARIS-TOTAL.
           02 BT-TEKS PIC X(24).
           02 BT-ANGKA PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
                   MOVE PSN-KUTIP TO WS-ORD-KUTIP
                   MOVE 0 TO WS-ORD-TOTAL
                   MOVE 0 TO WS-ORD-BARIS
                   MOVE 0 TO WS-ORD-BEDA
               END-IF
               ADD PSN-JUMLAH TO WS-ORD-TOTAL
               ADD 1 TO WS-ORD-BARIS
               PERFORM PERIKSA-HARGA-BERLAKU
           END-IF.
       PERIKSA-HARGA-BERLAKU.
      *    The recorded line amount stays what the customer was
      *    charged; a line whose price is not the one in force on
      *    its order date is only counted for follow-up.
           CALL 'HRGCARI1' USING PSN-KODE, PSN-TANGGAL,
               WS-HARGA-BERLAKU, WS-HARGA-STATUS.
           IF HARGA-ADA-HISTORI
               AND PSN-HARGA NOT = WS-HARGA-BERLAKU
               ADD 1 TO WS-ORD-BEDA
               ADD 1 TO WS-JML-BEDA
           END-IF.
       TULIS-ORDER.
      *    Order-level totals: PPN once over the summed lines, the
           MOVE WS-TOTAL-BAYAR TO BO-TOTAL.
           MOVE WS-ORD-VALAS TO BO-VALAS.
           MOVE WS-ORD-KUTIP TO BO-KUTIP.
           MOVE WS-ORD-BEDA TO BO-BEDA.
           MOVE BARIS-ORDER TO LAPORAN-ORDER-BARIS.
           WRITE LAPORAN-ORDER-BARIS.
           MOVE 'N' TO SW-ADA-ORDER.
           MOVE WS-HARI-TOTAL TO BT-ANGKA.
           MOVE BARIS-TOTAL TO LAPORAN-ORDER-BARIS.
           WRITE LAPORAN-ORDER-BARIS.
           MOVE 'BARIS BEDA HARGA      :' TO BJ-TEKS.
           MOVE WS-JML-BEDA TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-ORDER-BARIS.
           WRITE LAPORAN-ORDER-BARIS.
       TERIMA-OPERATOR.
           CALL 'OPERAUTH' USING WS-OPERATOR-ID,
               WS-OPERATOR-ROLE, WS-AUTH-STATUS.
