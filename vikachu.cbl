      *          prices by keyed READ, PPN and currency applied at
      *          the order level, the order stored to ORDERFIL
      *          under a number from the ORDSEQ counter; ORDREG1
      *          prints the daily sales register). Each order line
      *          is checked against the STOKMST stock on hand: a
      *          line larger than the stock is refused or, for items
      *          set to warn, kept only if the operator confirms,
      *          and the stock is reduced as the line is saved.
      *          Prices are taken from the HRGHIST price history as
      *          in force on the order date (today for the batch),
      *          falling back to HARGAMST for an item never changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HRGSEL.
           COPY STKSEL.
           SELECT PESANAN-FILE ASSIGN TO "ORDERFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PESANAN-FILE.
       DATA DIVISION.
       FILE SECTION.
           COPY HRGFD.
           COPY STKFD.
       FD  PESANAN-FILE.
       01  PESANAN-RECORD.
           02 PSN-NOMOR PIC 9(6).
              03 TP-KUNCI PIC X(15).
              03 TP-NILAI PIC X(30).
       77  FS-HARGA-MASTER PIC XX VALUE '00'.
       77  FS-STOK-MASTER PIC XX VALUE '00'.
       77  WS-TGL-HARGA PIC 9(8) VALUE 0.
       77  WS-HARGA-BERLAKU PIC 9(6)V99 VALUE 0.
       77  WS-HARGA-STATUS PIC X(1) VALUE 'N'.
           88 HARGA-ADA-HISTORI VALUE 'Y'.
       77  SW-STOK-TERBUKA PIC X VALUE 'N'.
           88 STOK-TERBUKA VALUE 'Y'.
       77  SW-ADA-STOK PIC X VALUE 'N'.
           88 ADA-STOK VALUE 'Y'.
       77  SW-BARIS-SAH PIC X VALUE 'Y'.
           88 BARIS-SAH VALUE 'Y'.
       77  JWB-STOK PIC X VALUE 'N'.
       77  WS-STOK-EDIT PIC -ZZZZZ9.
       77  FS-LAPORAN-HARGA PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
           OPEN OUTPUT LAPORAN-HARGA.
           PERFORM BUKA-GEN-ARSIP.
           MOVE 0 TO WS-JML-BARIS-GEN.
           ACCEPT WS-TGL-HARGA FROM DATE YYYYMMDD.
           PERFORM PROSES-BARIS UNTIL FS-HARGA-MASTER = '10'.
           CLOSE HARGA-MASTER.
           CLOSE LAPORAN-HARGA.
           IF FS-HARGA-MASTER NOT = '00'
               DISPLAY 'MASTER HARGAMST TIDAK DITEMUKAN'
               GO TO AWAL.
           MOVE 'N' TO SW-STOK-TERBUKA.
           OPEN I-O STOK-MASTER.
           IF FS-STOK-MASTER = '00'
               MOVE 'Y' TO SW-STOK-TERBUKA
           ELSE
               DISPLAY 'STOKMST TIDAK TERBUKA, STOK TIDAK DIPERIKSA'
           END-IF.
           PERFORM AMBIL-NOMOR-PESANAN.
           PERFORM BUKA-PESANAN.
           ACCEPT WS-ORD-TANGGAL FROM DATE YYYYMMDD.
               UNTIL JWB-BARIS-LAGI = 'N' OR JWB-BARIS-LAGI = 'n'.
           CLOSE HARGA-MASTER.
           CLOSE PESANAN-FILE.
           IF STOK-TERBUKA
               CLOSE STOK-MASTER
           END-IF.
           IF WS-ORD-JML-BARIS = 0
               DISPLAY 'PESANAN KOSONG, TIDAK DISIMPAN'
               GO TO AWAL.
                   PERFORM CATAT-BADINPUT
               NOT INVALID KEY
                   PERFORM TERIMA-QTY
                   PERFORM PERIKSA-STOK
                   IF BARIS-SAH
                       MOVE WS-ORD-TANGGAL TO WS-TGL-HARGA
                       PERFORM CARI-HARGA-BERLAKU
                       COMPUTE WS-ORD-JUMLAH =
                           WS-HARGA-BERLAKU * WS-ORD-QTY
                       ADD WS-ORD-JUMLAH TO WS-ORD-TOTAL
                       ADD 1 TO WS-ORD-JML-BARIS
                       PERFORM TULIS-BARIS-PESANAN
                       PERFORM KURANGI-STOK
                       DISPLAY HRG-NAMA ' X ' WS-ORD-QTY ' = '
                           WS-ORD-JUMLAH
                   END-IF
           END-READ.
           DISPLAY 'BARIS LAGI ? (Y/N) : '.
           ACCEPT JWB-BARIS-LAGI.
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-QTY
           END-IF.
       PERIKSA-STOK.
      *    An item with no STOKMST record is not stock-controlled
      *    yet: the line is taken and nothing is reduced.
           MOVE 'Y' TO SW-BARIS-SAH.
           MOVE 'N' TO SW-ADA-STOK.
           IF STOK-TERBUKA
               MOVE HRG-KODE TO STK-KODE
               READ STOK-MASTER RECORD KEY IS STK-KODE
                   INVALID KEY
                       DISPLAY 'BARANG ' HRG-KODE ' TANPA STOK MASTER,'
                           ' STOK TIDAK DIKURANGI'
                   NOT INVALID KEY
                       MOVE 'Y' TO SW-ADA-STOK
               END-READ
           END-IF.
           IF ADA-STOK AND WS-ORD-QTY > STK-QTY
               MOVE STK-QTY TO WS-STOK-EDIT
               IF STK-PERINGATAN
                   DISPLAY 'PERINGATAN: STOK ' HRG-KODE ' TINGGAL '
                       WS-STOK-EDIT
                   DISPLAY 'TETAP SIMPAN BARIS INI ? (Y/N) : '
                   ACCEPT JWB-STOK
                   IF JWB-STOK NOT = 'Y' AND JWB-STOK NOT = 'y'
                       MOVE 'N' TO SW-BARIS-SAH
                       DISPLAY 'BARIS TIDAK DISIMPAN'
                   END-IF
               ELSE
                   MOVE 'N' TO SW-BARIS-SAH
                   DISPLAY 'STOK ' HRG-KODE ' TINGGAL ' WS-STOK-EDIT
                       ', BARIS DITOLAK'
                   MOVE 'ORD-QTY' TO WS-BI-FIELD
                   MOVE WS-ORD-QTY TO WS-BI-NILAI
                   MOVE 'QTY MELEBIHI STOK' TO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
               END-IF
           END-IF.
       KURANGI-STOK.
           IF ADA-STOK
               SUBTRACT WS-ORD-QTY FROM STK-QTY
               MOVE WS-ORD-TANGGAL TO STK-TGL-JUAL
               REWRITE STOK-MASTER-RECORD
           END-IF.
       CARI-HARGA-BERLAKU.
           CALL 'HRGCARI1' USING HRG-KODE, WS-TGL-HARGA,
               WS-HARGA-BERLAKU, WS-HARGA-STATUS.
           IF NOT HARGA-ADA-HISTORI
               MOVE HRG-HARGA TO WS-HARGA-BERLAKU
           END-IF.
       TULIS-BARIS-PESANAN.
           MOVE SPACES TO PESANAN-RECORD.
           MOVE WS-ORD-NOMOR TO PSN-NOMOR.
           MOVE HRG-KODE TO PSN-KODE.
           MOVE HRG-NAMA TO PSN-NAMA.
           MOVE WS-ORD-QTY TO PSN-QTY.
           MOVE WS-HARGA-BERLAKU TO PSN-HARGA.
           MOVE WS-ORD-JUMLAH TO PSN-JUMLAH.
      *    The line amounts are always rupiah (item price times
      *    qty, before any CARI-KURS conversion); the currency the
      *    customer was quoted in rides separately in PSN-KUTIP.
           MOVE 'IDR' TO PSN-VALAS.
           READ HARGA-MASTER NEXT RECORD
               AT END MOVE '10' TO FS-HARGA-MASTER.
           IF FS-HARGA-MASTER NOT = '10'
               PERFORM CARI-HARGA-BERLAKU
               MOVE WS-HARGA-BERLAKU TO HARG-BAJU
               PERFORM HITUNG-PPN
               MOVE HRG-NAMA TO BB-NAMA
               MOVE HARG-BAJU TO WS-BAGIAN-UTUH
