      ******************************************************************
      * Author:
      * Date:
      * Purpose: Stock master maintenance (STOKMST, like HRGMNT1 for
      *          prices): book goods received against a HARGAMST
      *          item to add to its quantity on hand, set an item's
      *          reorder level and whether order entry refuses or
      *          only warns on a line larger than the stock, and
      *          list the stock. UBAH-TITIK reduces the stock as
      *          order lines are saved; STKLAP1 reports the items at
      *          or below their reorder level.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STKSEL.
           COPY HRGSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STKFD.
           COPY HRGFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-STOK-MASTER PIC XX VALUE '00'.
       77  FS-HARGA-MASTER PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
       77  FS-RUN-STAMP-FILE PIC XX VALUE '00'.
       77  WS-SESI-DIMULAI PIC X VALUE 'N'.
       77  WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77  WS-OPERATOR-ROLE PIC X(1) VALUE SPACES.
           88 OPERATOR-SUPERVISOR VALUE 'S'.
       77  WS-AUTH-STATUS PIC X(1) VALUE 'N'.
       77  WS-RUN-ID PIC X(12) VALUE SPACES.
       77  WS-OWN-TANGGAL PIC 9(8).
       77  WS-OWN-JAM PIC 9(8).
       01  WS-RUN-ID-BUILD.
           02 WS-RUN-TGL PIC 9(8).
           02 WS-RUN-JAM4 PIC 9(4).
       77  FS-BAD-INPUT-FILE PIC XX VALUE '00'.
       77  WS-BI-FIELD PIC X(15).
       77  WS-BI-NILAI PIC X(20).
       77  WS-BI-PESAN PIC X(30).
       77  PIL PIC 9 VALUE 0.
       77  WS-JML-DAFTAR PIC 9(5) VALUE 0.
       77  WS-STOK-EDIT PIC -ZZZZZ9.
       77  SW-BARANG-ADA PIC X VALUE 'N'.
           88 BARANG-ADA VALUE 'Y'.
       01  ISIAN-STOK.
           02 ISI-KODE PIC X(9).
           02 ISI-QTY PIC 9(6).
           02 ISI-REORDER PIC 9(6).
           02 ISI-KEBIJAKAN PIC X(1).
              88 ISI-KEBIJAKAN-SAH VALUE 'T' 'P'.
       01  BARIS-DAFTAR.
           02 BD-KODE PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-QTY PIC -ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-REORDER PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-KEBIJAKAN PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-TGL-TERIMA PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-TGL-JUAL PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-TANDA PIC X(7).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   STKMNT1 - STOK BARANG'.
           DISPLAY '========================================'.
           DISPLAY '1. PENERIMAAN BARANG'.
           DISPLAY '2. ATUR BATAS REORDER / KEBIJAKAN STOK'.
           DISPLAY '3. DAFTAR STOK'.
           DISPLAY '4. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-TERIMA.
           IF PIL = 2 GO TO PAR2-ATUR.
           IF PIL = 3 GO TO PAR3-DAFTAR.
           IF PIL = 4 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-TERIMA.
           PERFORM TERIMA-KODE.
           PERFORM PERIKSA-HARGA.
           IF NOT BARANG-ADA
               GO TO AWAL.
           PERFORM TERIMA-QTY.
           PERFORM BUKA-STOK-IO.
           MOVE ISI-KODE TO STK-KODE.
           READ STOK-MASTER RECORD KEY IS STK-KODE
               INVALID KEY
                   MOVE ISI-QTY TO STK-QTY
                   MOVE 0 TO STK-REORDER
                   MOVE 'T' TO STK-KEBIJAKAN
                   ACCEPT STK-TGL-TERIMA FROM DATE YYYYMMDD
                   MOVE 0 TO STK-TGL-JUAL
                   WRITE STOK-MASTER-RECORD
               NOT INVALID KEY
                   ADD ISI-QTY TO STK-QTY
                   ACCEPT STK-TGL-TERIMA FROM DATE YYYYMMDD
                   REWRITE STOK-MASTER-RECORD
           END-READ.
           CLOSE STOK-MASTER.
           MOVE STK-QTY TO WS-STOK-EDIT.
           DISPLAY 'STOK ' STK-KODE ' SEKARANG ' WS-STOK-EDIT.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'BARANG DITERIMA ' DELIMITED BY SIZE
               ISI-KODE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ISI-QTY DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       PAR2-ATUR.
           PERFORM TERIMA-KODE.
           PERFORM PERIKSA-HARGA.
           IF NOT BARANG-ADA
               GO TO AWAL.
           DISPLAY 'BATAS REORDER (QTY) : '.
           ACCEPT ISI-REORDER.
           PERFORM TERIMA-KEBIJAKAN.
           PERFORM BUKA-STOK-IO.
           MOVE ISI-KODE TO STK-KODE.
           READ STOK-MASTER RECORD KEY IS STK-KODE
               INVALID KEY
                   MOVE 0 TO STK-QTY
                   MOVE ISI-REORDER TO STK-REORDER
                   MOVE ISI-KEBIJAKAN TO STK-KEBIJAKAN
                   MOVE 0 TO STK-TGL-TERIMA
                   MOVE 0 TO STK-TGL-JUAL
                   WRITE STOK-MASTER-RECORD
               NOT INVALID KEY
                   MOVE ISI-REORDER TO STK-REORDER
                   MOVE ISI-KEBIJAKAN TO STK-KEBIJAKAN
                   REWRITE STOK-MASTER-RECORD
           END-READ.
           CLOSE STOK-MASTER.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'BATAS STOK DIUBAH ' DELIMITED BY SIZE
               ISI-KODE DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY 'DATA STOK DISIMPAN'.
           GO TO AWAL.
       PAR3-DAFTAR.
           OPEN INPUT STOK-MASTER.
           IF FS-STOK-MASTER NOT = '00'
               DISPLAY 'MASTER STOK MASIH KOSONG'
               GO TO AWAL.
           MOVE 0 TO WS-JML-DAFTAR.
           DISPLAY 'KODE           STOK  REORDER  K  TERIMA    '
               '  JUAL'.
           PERFORM TULIS-DAFTAR UNTIL FS-STOK-MASTER = '10'.
           CLOSE STOK-MASTER.
           DISPLAY 'JUMLAH BARANG : ' WS-JML-DAFTAR.
           MOVE 'DAFTAR STOK DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       BUKA-STOK-IO.
           OPEN I-O STOK-MASTER.
           IF FS-STOK-MASTER = '35'
               CLOSE STOK-MASTER
               OPEN OUTPUT STOK-MASTER
               CLOSE STOK-MASTER
               OPEN I-O STOK-MASTER.
       PERIKSA-HARGA.
      *    Stock is only kept for items on the price master.
           MOVE 'N' TO SW-BARANG-ADA.
           OPEN INPUT HARGA-MASTER.
           IF FS-HARGA-MASTER NOT = '00'
               DISPLAY 'MASTER HARGAMST TIDAK DITEMUKAN'
           ELSE
               MOVE ISI-KODE TO HRG-KODE
               READ HARGA-MASTER RECORD KEY IS HRG-KODE
                   INVALID KEY
                       DISPLAY 'KODE ' ISI-KODE ' TIDAK ADA DI '
                           'MASTER HARGA'
                       MOVE 'STK-KODE' TO WS-BI-FIELD
                       MOVE ISI-KODE TO WS-BI-NILAI
                       MOVE 'KODE BARANG TIDAK DIKENAL' TO WS-BI-PESAN
                       PERFORM CATAT-BADINPUT
                   NOT INVALID KEY
                       MOVE 'Y' TO SW-BARANG-ADA
                       DISPLAY 'BARANG : ' HRG-NAMA
               END-READ
               CLOSE HARGA-MASTER
           END-IF.
       TERIMA-KODE.
           DISPLAY 'KODE BARANG (9 KARAKTER) : '.
           ACCEPT ISI-KODE.
           IF ISI-KODE = SPACES
               DISPLAY 'KODE TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'STK-KODE' TO WS-BI-FIELD
               MOVE ISI-KODE TO WS-BI-NILAI
               MOVE 'KODE BARANG KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-KODE.
       TERIMA-QTY.
           DISPLAY 'QTY DITERIMA : '.
           ACCEPT ISI-QTY.
           IF ISI-QTY = 0
               DISPLAY 'QTY HARUS LEBIH DARI NOL, ULANGI'
               MOVE 'ISI-QTY' TO WS-BI-FIELD
               MOVE ISI-QTY TO WS-BI-NILAI
               MOVE 'QTY NOL' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-QTY.
       TERIMA-KEBIJAKAN.
           DISPLAY 'JIKA PESANAN MELEBIHI STOK (T=TOLAK / '
               'P=PERINGATAN) : '.
           ACCEPT ISI-KEBIJAKAN.
           IF NOT ISI-KEBIJAKAN-SAH
               DISPLAY 'KEBIJAKAN HARUS T ATAU P, ULANGI'
               MOVE 'STK-KEBIJAKAN' TO WS-BI-FIELD
               MOVE ISI-KEBIJAKAN TO WS-BI-NILAI
               MOVE 'KEBIJAKAN STOK HARUS T/P' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-KEBIJAKAN.
       TULIS-DAFTAR.
           READ STOK-MASTER NEXT RECORD
               AT END MOVE '10' TO FS-STOK-MASTER.
           IF FS-STOK-MASTER NOT = '10'
               MOVE STK-KODE TO BD-KODE
               MOVE STK-QTY TO BD-QTY
               MOVE STK-REORDER TO BD-REORDER
               MOVE STK-KEBIJAKAN TO BD-KEBIJAKAN
               MOVE STK-TGL-TERIMA TO BD-TGL-TERIMA
               MOVE STK-TGL-JUAL TO BD-TGL-JUAL
               IF STK-QTY NOT > STK-REORDER
                   MOVE 'REORDER' TO BD-TANDA
               ELSE
                   MOVE SPACES TO BD-TANDA
               END-IF
               DISPLAY BARIS-DAFTAR
               ADD 1 TO WS-JML-DAFTAR
           END-IF.
       INISIALISASI-SESI.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           MOVE 'Y' TO WS-SESI-DIMULAI.
       TERIMA-OPERATOR.
           CALL 'OPERAUTH' USING WS-OPERATOR-ID,
               WS-OPERATOR-ROLE, WS-AUTH-STATUS.
           IF WS-AUTH-STATUS NOT = 'Y'
               DISPLAY 'OTENTIKASI GAGAL, PROGRAM BERHENTI'
               GOBACK
           END-IF.
       BACA-RUN-STAMP.
           OPEN INPUT RUN-STAMP-FILE.
           IF FS-RUN-STAMP-FILE = '35'
               PERFORM BUAT-RUN-ID-SENDIRI
           ELSE
               READ RUN-STAMP-FILE
                   AT END PERFORM BUAT-RUN-ID-SENDIRI
               END-READ
               IF FS-RUN-STAMP-FILE NOT = '10'
                   MOVE RS-RUN-ID TO WS-RUN-ID
               END-IF
               CLOSE RUN-STAMP-FILE
           END-IF.
       BUAT-RUN-ID-SENDIRI.
           ACCEPT WS-OWN-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT WS-OWN-JAM FROM TIME.
           MOVE WS-OWN-TANGGAL TO WS-RUN-TGL.
           MOVE WS-OWN-JAM(1:4) TO WS-RUN-JAM4.
           MOVE WS-RUN-ID-BUILD TO WS-RUN-ID.
       CATAT-AUDIT.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT AUD-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT AUD-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-RUN-ID TO AUD-RUN-ID.
           MOVE 'STKMNT1' TO AUD-PROGRAM.
           MOVE WS-AUDIT-AKSI TO AUD-AKSI.
           CALL 'AUDSEQ1' USING WS-AUDIT-URUT.
           MOVE WS-AUDIT-URUT TO AUD-URUT.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDIT-FILE = '35'
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       CATAT-BADINPUT.
           MOVE SPACES TO BAD-INPUT-RECORD.
           ACCEPT BI-TANGGAL FROM DATE YYYYMMDD.
           MOVE 'O' TO BI-STATUS.
           MOVE 'STKMNT1' TO BI-PROGRAM.
           MOVE WS-BI-FIELD TO BI-FIELD.
           MOVE WS-BI-NILAI TO BI-NILAI-SALAH.
           MOVE WS-BI-PESAN TO BI-PESAN.
           OPEN EXTEND BAD-INPUT-FILE.
           IF FS-BAD-INPUT-FILE = '35'
               OPEN OUTPUT BAD-INPUT-FILE
               CLOSE BAD-INPUT-FILE
               OPEN EXTEND BAD-INPUT-FILE
           END-IF.
           WRITE BAD-INPUT-RECORD.
           CLOSE BAD-INPUT-FILE.
       AKHIR.
           GOBACK.
       END PROGRAM STKMNT1.
