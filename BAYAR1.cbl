      *          payments included) against a keyed invoice number,
      *          marks an invoice settled when the balance reaches
      *          zero, and lists the open invoices. Every receipt is
      *          written to AUDITLOG and to the KASJRN receipts
      *          journal the ledger run reads.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARSEL.
           COPY KASSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY ARFD.
           COPY KASFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-PIUTANG-FILE PIC XX VALUE '00'.
       77  FS-KAS-JURNAL PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
               DISPLAY 'FAKTUR SUDAH LUNAS'
               CLOSE PIUTANG-FILE
               GO TO AWAL.
           IF AR-BATAL
               DISPLAY 'FAKTUR SUDAH DIBATALKAN NOTA KREDIT'
               CLOSE PIUTANG-FILE
               GO TO AWAL.
           PERFORM TERIMA-BAYAR.
           ADD ISI-BAYAR TO AR-DIBAYAR.
           IF AR-DIBAYAR >= AR-TOTAL
               DISPLAY 'SISA TAGIHAN ' WS-SISA
           END-IF.
           REWRITE PIUTANG-RECORD.
           PERFORM CATAT-KAS.
           CLOSE PIUTANG-FILE.
           MOVE 'PEMBAYARAN DICATAT' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
               DISPLAY BARIS-DAFTAR
               ADD 1 TO WS-JML-DAFTAR
           END-IF.
       CATAT-KAS.
           MOVE SPACES TO KAS-JURNAL-RECORD.
           ACCEPT KAS-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT KAS-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO KAS-OPERATOR.
           MOVE WS-RUN-ID TO KAS-RUN-ID.
           MOVE 'BAYAR1' TO KAS-PROGRAM.
           MOVE AR-RUN-ID TO KAS-AR-RUN-ID.
           MOVE AR-NO-FAKTUR TO KAS-AR-NO-FAKTUR.
           MOVE AR-NPM TO KAS-NPM.
           MOVE AR-PRODI TO KAS-PRODI.
           MOVE ISI-BAYAR TO KAS-JUMLAH.
           MOVE 'M' TO KAS-SUMBER.
           OPEN EXTEND KAS-JURNAL.
           IF FS-KAS-JURNAL = '35'
               OPEN OUTPUT KAS-JURNAL
               CLOSE KAS-JURNAL
               OPEN EXTEND KAS-JURNAL
           END-IF.
           WRITE KAS-JURNAL-RECORD.
           CLOSE KAS-JURNAL.
       INISIALISASI-SESI.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
