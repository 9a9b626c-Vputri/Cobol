      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily reorder report over the STOKMST stock master.
      *          Lists every item whose quantity on hand is at or
      *          below its reorder level, with its HARGAMST name, the
      *          quantity sold over the last 30 days from the
      *          ORDERFIL order lines and the date goods last came
      *          in, so purchasing can judge how much to order.
      *          Written to STKREORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STKLAP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STKSEL.
           COPY HRGSEL.
           SELECT PESANAN-FILE ASSIGN TO "ORDERFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PESANAN-FILE.
           SELECT LAPORAN-REORDER ASSIGN TO "STKREORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-REORDER.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STKFD.
           COPY HRGFD.
       FD  PESANAN-FILE.
       01  PESANAN-RECORD.
           02 PSN-NOMOR PIC 9(6).
           02 FILLER PIC X(1).
           02 PSN-TANGGAL PIC 9(8).
           02 FILLER PIC X(1).
           02 PSN-KODE PIC X(9).
           02 FILLER PIC X(1).
           02 PSN-NAMA PIC X(20).
           02 FILLER PIC X(1).
           02 PSN-QTY PIC 9(4).
           02 FILLER PIC X(1).
           02 PSN-HARGA PIC 9(6)V99.
           02 FILLER PIC X(1).
           02 PSN-JUMLAH PIC 9(9)V99.
           02 FILLER PIC X(1).
           02 PSN-VALAS PIC X(3).
           02 FILLER PIC X(1).
           02 PSN-KUTIP PIC X(3).
       FD  LAPORAN-REORDER.
       01  LAPORAN-REORDER-BARIS PIC X(100).
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-STOK-MASTER PIC XX VALUE '00'.
       77  FS-HARGA-MASTER PIC XX VALUE '00'.
       77  FS-PESANAN-FILE PIC XX VALUE '00'.
       77  FS-LAPORAN-REORDER PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
       77  FS-RUN-STAMP-FILE PIC XX VALUE '00'.
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
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  SW-HARGA-TERBUKA PIC X VALUE 'N'.
           88 HARGA-TERBUKA VALUE 'Y'.
       77  WS-TGL-HARI-INI PIC 9(8) VALUE 0.
       77  WS-TGL-AWAL PIC 9(8) VALUE 0.
       77  WS-HARI-JUAL PIC 9(3) VALUE 30.
       77  WS-JML-BARANG PIC 9(5) VALUE 0.
       77  WS-JML-REORDER PIC 9(5) VALUE 0.
      *    Quantity sold per item code over the window.
       77  WS-JML-JUAL PIC 9(3) VALUE 0.
       77  SW-JUAL-PENUH PIC X VALUE 'N'.
       01  TABEL-JUAL.
           02 ISI-JUAL OCCURS 500 TIMES.
              03 TJ-KODE PIC X(9).
              03 TJ-QTY PIC 9(7).
       77  J PIC 9(3) VALUE 0.
       77  WS-JUAL-IDX PIC 9(3) VALUE 0.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
       01  JUDUL-REORDER.
           02 FILLER PIC X(31)
              VALUE 'BARANG PERLU DIPESAN ULANG     '.
           02 FILLER PIC X(8) VALUE 'TANGGAL '.
           02 CETAK-TGL PIC 9(8).
           02 FILLER PIC X(9) VALUE ' RUN-ID: '.
           02 CETAK-RUN-ID PIC X(12).
       01  JUDUL-KOLOM.
           02 FILLER PIC X(11) VALUE 'KODE'.
           02 FILLER PIC X(22) VALUE 'NAMA'.
           02 FILLER PIC X(9) VALUE '    STOK'.
           02 FILLER PIC X(9) VALUE ' REORDER'.
           02 FILLER PIC X(10) VALUE ' JUAL 30H'.
           02 FILLER PIC X(14) VALUE '  TGL TERIMA'.
       01  BARIS-REORDER.
           02 BR-KODE PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-NAMA PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-QTY PIC -ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-REORDER PIC ZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-JUAL PIC ZZZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 BR-TGL-TERIMA PIC 9(8).
       01  BARIS-JML.
           02 BJ-TEKS PIC X(26).
           02 BJ-ANGKA PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           MOVE 'LAPORAN REORDER STOK DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN INPUT STOK-MASTER.
           IF FS-STOK-MASTER NOT = '00'
               DISPLAY 'STOKMST TIDAK TERBUKA, BELUM ADA STOK'
               GOBACK
           END-IF.
           ACCEPT WS-TGL-HARI-INI FROM DATE YYYYMMDD.
           COMPUTE WS-TGL-AWAL = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TGL-HARI-INI)
               - WS-HARI-JUAL).
           PERFORM MUAT-PENJUALAN.
           OPEN INPUT HARGA-MASTER.
           IF FS-HARGA-MASTER = '00'
               MOVE 'Y' TO SW-HARGA-TERBUKA
           END-IF.
           OPEN OUTPUT LAPORAN-REORDER.
           MOVE WS-TGL-HARI-INI TO CETAK-TGL.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-REORDER TO LAPORAN-REORDER-BARIS.
           WRITE LAPORAN-REORDER-BARIS.
           MOVE JUDUL-KOLOM TO LAPORAN-REORDER-BARIS.
           WRITE LAPORAN-REORDER-BARIS.
           PERFORM PROSES-STOK UNTIL HABIS.
           CLOSE STOK-MASTER.
           IF HARGA-TERBUKA
               CLOSE HARGA-MASTER
           END-IF.
           PERFORM TULIS-TOTAL.
           CLOSE LAPORAN-REORDER.
           DISPLAY 'LAPORAN REORDER DITULIS KE FILE STKREORD, '
               WS-JML-REORDER ' BARANG DARI ' WS-JML-BARANG.
           MOVE 'LAPORAN REORDER STOK SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GOBACK.
       MUAT-PENJUALAN.
           OPEN INPUT PESANAN-FILE.
           IF FS-PESANAN-FILE NOT = '00'
               DISPLAY 'ORDERFIL TIDAK TERBUKA, PENJUALAN DIANGGAP NOL'
           ELSE
               PERFORM MUAT-PENJUALAN-BARIS
                   UNTIL FS-PESANAN-FILE = '10'
               CLOSE PESANAN-FILE
           END-IF.
       MUAT-PENJUALAN-BARIS.
           READ PESANAN-FILE
               AT END MOVE '10' TO FS-PESANAN-FILE.
           IF FS-PESANAN-FILE NOT = '10'
               AND PSN-TANGGAL > WS-TGL-AWAL
               AND PSN-TANGGAL NOT > WS-TGL-HARI-INI
               PERFORM CARI-JUAL
               IF WS-JUAL-IDX > 0
                   ADD PSN-QTY TO TJ-QTY(WS-JUAL-IDX)
               END-IF
           END-IF.
       CARI-JUAL.
           MOVE 0 TO WS-JUAL-IDX.
           MOVE 'N' TO SW-KETEMU.
           PERFORM CARI-JUAL-BARIS VARYING J FROM 1 BY 1
               UNTIL J > WS-JML-JUAL OR KETEMU.
           IF NOT KETEMU
               IF WS-JML-JUAL < 500
                   ADD 1 TO WS-JML-JUAL
                   MOVE PSN-KODE TO TJ-KODE(WS-JML-JUAL)
                   MOVE 0 TO TJ-QTY(WS-JML-JUAL)
                   MOVE WS-JML-JUAL TO WS-JUAL-IDX
               ELSE
                   IF SW-JUAL-PENUH = 'N'
                       MOVE 'Y' TO SW-JUAL-PENUH
                       DISPLAY 'TABEL PENJUALAN PENUH (500), '
                           'SISA DILEWATI'
                   END-IF
               END-IF
           END-IF.
       CARI-JUAL-BARIS.
           IF TJ-KODE(J) = PSN-KODE
               MOVE 'Y' TO SW-KETEMU
               MOVE J TO WS-JUAL-IDX
           END-IF.
       PROSES-STOK.
           READ STOK-MASTER NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               ADD 1 TO WS-JML-BARANG
               IF STK-QTY NOT > STK-REORDER
                   ADD 1 TO WS-JML-REORDER
                   PERFORM TULIS-REORDER
               END-IF
           END-IF.
       TULIS-REORDER.
           MOVE STK-KODE TO BR-KODE.
           MOVE SPACES TO BR-NAMA.
           IF HARGA-TERBUKA
               MOVE STK-KODE TO HRG-KODE
               READ HARGA-MASTER RECORD KEY IS HRG-KODE
                   INVALID KEY
                       MOVE '*TIDAK DI HARGAMST*' TO BR-NAMA
                   NOT INVALID KEY
                       MOVE HRG-NAMA TO BR-NAMA
               END-READ
           END-IF.
           MOVE STK-QTY TO BR-QTY.
           MOVE STK-REORDER TO BR-REORDER.
           MOVE 0 TO BR-JUAL.
           MOVE 'N' TO SW-KETEMU.
           PERFORM CARI-STOK-JUAL VARYING J FROM 1 BY 1
               UNTIL J > WS-JML-JUAL OR KETEMU.
           MOVE STK-TGL-TERIMA TO BR-TGL-TERIMA.
           MOVE BARIS-REORDER TO LAPORAN-REORDER-BARIS.
           WRITE LAPORAN-REORDER-BARIS.
       CARI-STOK-JUAL.
           IF TJ-KODE(J) = STK-KODE
               MOVE 'Y' TO SW-KETEMU
               MOVE TJ-QTY(J) TO BR-JUAL
           END-IF.
       TULIS-TOTAL.
           MOVE SPACES TO LAPORAN-REORDER-BARIS.
           WRITE LAPORAN-REORDER-BARIS.
           MOVE 'BARANG DI MASTER STOK    :' TO BJ-TEKS.
           MOVE WS-JML-BARANG TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-REORDER-BARIS.
           WRITE LAPORAN-REORDER-BARIS.
           MOVE 'PERLU DIPESAN ULANG      :' TO BJ-TEKS.
           MOVE WS-JML-REORDER TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-REORDER-BARIS.
           WRITE LAPORAN-REORDER-BARIS.
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
           MOVE 'STKLAP1' TO AUD-PROGRAM.
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
       END PROGRAM STKLAP1.
