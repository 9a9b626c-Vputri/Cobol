      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor screen for credit notes against the
      *          ARFILE invoices INVOICE1 and TAGIH1 write. Raises a
      *          credit note (credit part of an invoice, cancel it,
      *          or refund an overpayment) with a reason code; the
      *          note waits on KREDITNT until a second supervisor
      *          approves it on KNTAPP1, the same maker-checker rule
      *          GRDAPP1 applies to grade changes, and nothing on
      *          ARFILE changes before then. Also marks a refund
      *          owed to a student as paid out and lists the notes
      *          waiting for approval and the refunds still owed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KNTMNT1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY KNTSEL.
           COPY ARSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY KNTFD.
           COPY ARFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-KREDIT-FILE PIC XX VALUE '00'.
       77  FS-PIUTANG-FILE PIC XX VALUE '00'.
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
       77  WS-LOCK-AKSI PIC X(1) VALUE SPACE.
       77  WS-LOCK-SUMBER PIC X(12) VALUE SPACES.
       77  WS-LOCK-STATUS PIC X(1) VALUE 'N'.
       77  FS-BAD-INPUT-FILE PIC XX VALUE '00'.
       77  WS-BI-FIELD PIC X(15).
       77  WS-BI-NILAI PIC X(20).
       77  WS-BI-PESAN PIC X(30).
       77  PIL PIC 9 VALUE 0.
       77  JWB-SIMPAN PIC X VALUE 'N'.
       77  WS-JML-DAFTAR PIC 9(5) VALUE 0.
       77  WS-NO-BARU PIC 9(7) VALUE 0.
       77  WS-SISA PIC S9(9)V99 VALUE 0.
       77  WS-LEBIH PIC S9(9)V99 VALUE 0.
       77  WS-TOT-REFUND PIC 9(11)V99 VALUE 0.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  SW-ADA-TERBUKA PIC X VALUE 'N'.
           88 ADA-TERBUKA VALUE 'Y'.
       01  ISIAN-KREDIT.
           02 ISI-RUN-ID PIC X(12).
           02 ISI-NO-FAKTUR PIC 9(5).
           02 ISI-JENIS PIC X(1).
              88 ISI-JENIS-SAH VALUE 'K' 'B' 'R'.
           02 ISI-ALASAN PIC X(3).
              88 ISI-ALASAN-SAH VALUE 'SPR' 'MND' 'LBH' 'KSL' 'LNN'.
           02 ISI-KETERANGAN PIC X(30).
           02 ISI-JUMLAH PIC 9(9)V99.
           02 ISI-JUMLAH-UTUH PIC 9(9).
           02 ISI-JUMLAH-PECAHAN PIC 99.
           02 ISI-NO-KREDIT PIC 9(7).
       01  BARIS-DAFTAR.
           02 BD-NO PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BD-RUN-ID PIC X(12).
           02 FILLER PIC X(1) VALUE '-'.
           02 BD-NO-FAKTUR PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BD-NPM PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BD-JENIS PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BD-ALASAN PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BD-JUMLAH PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 BD-OLEH PIC X(8).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   KNTMNT1 - NOTA KREDIT PIUTANG'.
           DISPLAY '========================================'.
           DISPLAY '1. AJUKAN NOTA KREDIT'.
           DISPLAY '2. TANDAI REFUND DIBAYAR'.
           DISPLAY '3. DAFTAR NOTA MENUNGGU PERSETUJUAN'.
           DISPLAY '4. DAFTAR REFUND TERUTANG'.
           DISPLAY '5. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-AJUKAN.
           IF PIL = 2 GO TO PAR2-REFUND.
           IF PIL = 3 GO TO PAR3-DAFTAR-TERBUKA.
           IF PIL = 4 GO TO PAR4-DAFTAR-REFUND.
           IF PIL = 5 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-AJUKAN.
           OPEN INPUT PIUTANG-FILE.
           IF FS-PIUTANG-FILE NOT = '00'
               DISPLAY 'ARFILE TIDAK TERBUKA, BELUM ADA FAKTUR'
               GO TO AWAL.
           DISPLAY 'RUN-ID FAKTUR : '.
           ACCEPT ISI-RUN-ID.
           DISPLAY 'NOMOR FAKTUR : '.
           ACCEPT ISI-NO-FAKTUR.
           MOVE ISI-RUN-ID TO AR-RUN-ID.
           MOVE ISI-NO-FAKTUR TO AR-NO-FAKTUR.
           READ PIUTANG-FILE RECORD KEY IS AR-KEY
               INVALID KEY
                   DISPLAY 'FAKTUR TIDAK DITEMUKAN'
                   MOVE 'AR-KEY' TO WS-BI-FIELD
                   MOVE ISI-RUN-ID TO WS-BI-NILAI
                   MOVE 'FAKTUR TIDAK DITEMUKAN' TO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
                   CLOSE PIUTANG-FILE
                   GO TO AWAL
           END-READ.
           CLOSE PIUTANG-FILE.
           COMPUTE WS-SISA = AR-TOTAL - AR-DIBAYAR.
           DISPLAY 'NPM ' AR-NPM ' ' AR-NAMA ' ' AR-PRODI.
           DISPLAY 'TOTAL ' AR-TOTAL ' DIBAYAR ' AR-DIBAYAR
               ' SISA ' WS-SISA ' STATUS ' AR-STATUS.
           IF AR-BATAL
               DISPLAY 'FAKTUR SUDAH DIBATALKAN'
               GO TO AWAL.
           PERFORM BUKA-KREDIT-IO.
           PERFORM CARI-NO-BARU.
           IF ADA-TERBUKA
               DISPLAY 'MASIH ADA NOTA KREDIT MENUNGGU PERSETUJUAN '
                   'UNTUK FAKTUR INI'
               CLOSE KREDIT-FILE
               GO TO AWAL.
           PERFORM TERIMA-JENIS.
           MOVE 0 TO ISI-JUMLAH.
           IF ISI-JENIS = 'K'
               PERFORM TERIMA-JUMLAH
           END-IF.
           IF ISI-JENIS = 'B'
               MOVE AR-TOTAL TO ISI-JUMLAH
           END-IF.
           IF ISI-JENIS = 'R'
               COMPUTE WS-LEBIH = AR-DIBAYAR - AR-TOTAL
               IF WS-LEBIH NOT > 0
                   DISPLAY 'FAKTUR INI TIDAK LEBIH BAYAR'
                   CLOSE KREDIT-FILE
                   GO TO AWAL
               END-IF
               MOVE WS-LEBIH TO ISI-JUMLAH
           END-IF.
           PERFORM TERIMA-ALASAN.
           DISPLAY 'KETERANGAN : '.
           ACCEPT ISI-KETERANGAN.
           DISPLAY 'NOTA ' ISI-JENIS ' ' ISI-ALASAN ' JUMLAH '
               ISI-JUMLAH.
           DISPLAY 'SIMPAN NOTA KREDIT INI ? (Y/N) : '.
           ACCEPT JWB-SIMPAN.
           IF JWB-SIMPAN NOT = 'Y' AND JWB-SIMPAN NOT = 'y'
               DISPLAY 'NOTA KREDIT TIDAK DISIMPAN'
               CLOSE KREDIT-FILE
               GO TO AWAL.
           PERFORM ISI-KREDIT.
           WRITE KREDIT-RECORD
               INVALID KEY
                   DISPLAY 'NOMOR NOTA ' WS-NO-BARU ' SUDAH ADA'
           END-WRITE.
           CLOSE KREDIT-FILE.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'NOTA KREDIT DIAJUKAN ' DELIMITED BY SIZE
               WS-NO-BARU DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY 'NOTA KREDIT ' WS-NO-BARU
               ' MENUNGGU PERSETUJUAN SUPERVISOR LAIN (KNTAPP1)'.
           GO TO AWAL.
       PAR2-REFUND.
           PERFORM BUKA-KREDIT-IO.
           DISPLAY 'NOMOR NOTA KREDIT : '.
           ACCEPT ISI-NO-KREDIT.
           MOVE ISI-NO-KREDIT TO KNT-NO.
           READ KREDIT-FILE RECORD KEY IS KNT-NO
               INVALID KEY
                   MOVE 'N' TO KNT-REFUND-STATUS
           END-READ.
           IF NOT KNT-REFUND-TERUTANG
               DISPLAY 'TIDAK ADA REFUND TERUTANG PADA NOTA '
                   ISI-NO-KREDIT
               MOVE 'NO-NOTA' TO WS-BI-FIELD
               MOVE ISI-NO-KREDIT TO WS-BI-NILAI
               MOVE 'NOTA TANPA REFUND TERUTANG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               CLOSE KREDIT-FILE
               GO TO AWAL
           END-IF.
           DISPLAY 'NPM ' KNT-NPM ' REFUND ' KNT-REFUND.
           DISPLAY 'REFUND SUDAH DIBAYARKAN KE MAHASISWA ? (Y/N) : '.
           ACCEPT JWB-SIMPAN.
           IF JWB-SIMPAN = 'Y' OR JWB-SIMPAN = 'y'
               MOVE 'D' TO KNT-REFUND-STATUS
               ACCEPT KNT-TGL-REFUND FROM DATE YYYYMMDD
               MOVE WS-OPERATOR-ID TO KNT-REFUND-OLEH
               REWRITE KREDIT-RECORD
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'REFUND DIBAYAR NOTA ' DELIMITED BY SIZE
                   KNT-NO DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               DISPLAY 'REFUND DITANDAI DIBAYAR'
           END-IF.
           CLOSE KREDIT-FILE.
           GO TO AWAL.
       PAR3-DAFTAR-TERBUKA.
           OPEN INPUT KREDIT-FILE.
           IF FS-KREDIT-FILE NOT = '00'
               DISPLAY 'BELUM ADA NOTA KREDIT'
               GO TO AWAL.
           MOVE 0 TO WS-JML-DAFTAR.
           MOVE 'N' TO SW-HABIS.
           DISPLAY 'NOTA    FAKTUR             NPM      J ALS '
               '        JUMLAH PEMBUAT'.
           PERFORM TULIS-DAFTAR-TERBUKA UNTIL HABIS.
           CLOSE KREDIT-FILE.
           DISPLAY 'MENUNGGU PERSETUJUAN : ' WS-JML-DAFTAR.
           MOVE 'DAFTAR NOTA KREDIT TERBUKA DITAMPILKAN'
               TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       PAR4-DAFTAR-REFUND.
           OPEN INPUT KREDIT-FILE.
           IF FS-KREDIT-FILE NOT = '00'
               DISPLAY 'BELUM ADA NOTA KREDIT'
               GO TO AWAL.
           MOVE 0 TO WS-JML-DAFTAR.
           MOVE 0 TO WS-TOT-REFUND.
           MOVE 'N' TO SW-HABIS.
           DISPLAY 'NOTA    FAKTUR             NPM      J ALS '
               '        REFUND PENYETUJU'.
           PERFORM TULIS-DAFTAR-REFUND UNTIL HABIS.
           CLOSE KREDIT-FILE.
           DISPLAY 'REFUND TERUTANG : ' WS-JML-DAFTAR
               ' TOTAL ' WS-TOT-REFUND.
           MOVE 'DAFTAR REFUND TERUTANG DITAMPILKAN'
               TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       BUKA-KREDIT-IO.
           OPEN I-O KREDIT-FILE.
           IF FS-KREDIT-FILE = '35'
               CLOSE KREDIT-FILE
               OPEN OUTPUT KREDIT-FILE
               CLOSE KREDIT-FILE
               OPEN I-O KREDIT-FILE.
       CARI-NO-BARU.
      *    Next note number is one past the highest on file; the
      *    same pass refuses a second open note on one invoice.
           MOVE 0 TO WS-NO-BARU.
           MOVE 'N' TO SW-ADA-TERBUKA.
           MOVE 'N' TO SW-HABIS.
           MOVE 0 TO KNT-NO.
           START KREDIT-FILE KEY IS NOT LESS THAN KNT-NO
               INVALID KEY MOVE 'Y' TO SW-HABIS
           END-START.
           PERFORM CARI-NO-BARIS UNTIL HABIS.
           ADD 1 TO WS-NO-BARU.
       CARI-NO-BARIS.
           READ KREDIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               MOVE KNT-NO TO WS-NO-BARU
               IF KNT-AR-RUN-ID = ISI-RUN-ID
                   AND KNT-AR-NO-FAKTUR = ISI-NO-FAKTUR
                   AND KNT-TERBUKA
                   MOVE 'Y' TO SW-ADA-TERBUKA
               END-IF
           END-IF.
       ISI-KREDIT.
           MOVE SPACES TO KREDIT-RECORD.
           MOVE WS-NO-BARU TO KNT-NO.
           MOVE AR-RUN-ID TO KNT-AR-RUN-ID.
           MOVE AR-NO-FAKTUR TO KNT-AR-NO-FAKTUR.
           MOVE AR-NPM TO KNT-NPM.
           MOVE AR-PRODI TO KNT-PRODI.
           MOVE ISI-JENIS TO KNT-JENIS.
           MOVE ISI-ALASAN TO KNT-ALASAN.
           MOVE ISI-KETERANGAN TO KNT-KETERANGAN.
           IF ISI-JENIS = 'R'
               MOVE 0 TO KNT-JUMLAH
               MOVE ISI-JUMLAH TO KNT-REFUND
           ELSE
               MOVE ISI-JUMLAH TO KNT-JUMLAH
               MOVE 0 TO KNT-REFUND
           END-IF.
           MOVE 0 TO KNT-PPN.
           MOVE 'O' TO KNT-STATUS.
           MOVE WS-OPERATOR-ID TO KNT-PEMBUAT.
           ACCEPT KNT-TGL-BUAT FROM DATE YYYYMMDD.
           MOVE SPACES TO KNT-PENYETUJU.
           MOVE 0 TO KNT-TGL-SETUJU.
           MOVE 'N' TO KNT-REFUND-STATUS.
           MOVE 0 TO KNT-TGL-REFUND.
           MOVE SPACES TO KNT-REFUND-OLEH.
       TERIMA-JENIS.
           DISPLAY 'JENIS NOTA (K=KREDIT SEBAGIAN / B=BATAL FAKTUR / '
               'R=REFUND LEBIH BAYAR) : '.
           ACCEPT ISI-JENIS.
           IF NOT ISI-JENIS-SAH
               DISPLAY 'JENIS HARUS K, B ATAU R, ULANGI'
               MOVE 'JENIS' TO WS-BI-FIELD
               MOVE ISI-JENIS TO WS-BI-NILAI
               MOVE 'JENIS NOTA HARUS K/B/R' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-JENIS.
       TERIMA-JUMLAH.
           DISPLAY 'JUMLAH KREDIT, BAGIAN UTUH : '.
           ACCEPT ISI-JUMLAH-UTUH.
           DISPLAY 'BAGIAN PECAHAN (2 ANGKA, 0 JIKA TIDAK ADA) : '.
           ACCEPT ISI-JUMLAH-PECAHAN.
           COMPUTE ISI-JUMLAH =
               ISI-JUMLAH-UTUH + (ISI-JUMLAH-PECAHAN / 100).
           IF ISI-JUMLAH = 0 OR ISI-JUMLAH > AR-TOTAL
               DISPLAY 'JUMLAH HARUS DI ATAS NOL DAN TIDAK MELEBIHI '
                   'TOTAL FAKTUR, ULANGI'
               MOVE 'ISI-JUMLAH' TO WS-BI-FIELD
               MOVE ISI-JUMLAH-UTUH TO WS-BI-NILAI
               MOVE 'JUMLAH KREDIT TIDAK SAH' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-JUMLAH
           END-IF.
       TERIMA-ALASAN.
           DISPLAY 'KODE ALASAN (SPR=SALAH PRODI / MND=MUNDUR / '
               'LBH=LEBIH BAYAR / KSL=SALAH TAGIH / LNN=LAIN) : '.
           ACCEPT ISI-ALASAN.
           IF NOT ISI-ALASAN-SAH
               DISPLAY 'KODE ALASAN TIDAK DIKENAL, ULANGI'
               MOVE 'ALASAN' TO WS-BI-FIELD
               MOVE ISI-ALASAN TO WS-BI-NILAI
               MOVE 'KODE ALASAN NOTA TIDAK SAH' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-ALASAN.
       TULIS-DAFTAR-TERBUKA.
           READ KREDIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS AND KNT-TERBUKA
               IF KNT-LEBIH-BAYAR
                   MOVE KNT-REFUND TO BD-JUMLAH
               ELSE
                   MOVE KNT-JUMLAH TO BD-JUMLAH
               END-IF
               MOVE KNT-PEMBUAT TO BD-OLEH
               PERFORM TAMPIL-KREDIT
           END-IF.
       TULIS-DAFTAR-REFUND.
           READ KREDIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS AND KNT-REFUND-TERUTANG
               MOVE KNT-REFUND TO BD-JUMLAH
               MOVE KNT-PENYETUJU TO BD-OLEH
               ADD KNT-REFUND TO WS-TOT-REFUND
               PERFORM TAMPIL-KREDIT
           END-IF.
       TAMPIL-KREDIT.
           MOVE KNT-NO TO BD-NO.
           MOVE KNT-AR-RUN-ID TO BD-RUN-ID.
           MOVE KNT-AR-NO-FAKTUR TO BD-NO-FAKTUR.
           MOVE KNT-NPM TO BD-NPM.
           MOVE KNT-JENIS TO BD-JENIS.
           MOVE KNT-ALASAN TO BD-ALASAN.
           DISPLAY BARIS-DAFTAR.
           ADD 1 TO WS-JML-DAFTAR.
       INISIALISASI-SESI.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           MOVE 'Y' TO WS-SESI-DIMULAI.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'KREDITNT' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
       KUNCI-SUMBER.
           MOVE 'K' TO WS-LOCK-AKSI.
           PERFORM PANGGIL-KUNCI.
           IF WS-LOCK-STATUS NOT = 'Y'
               DISPLAY 'MASTER ' WS-LOCK-SUMBER
                   ' SEDANG DIKUNCI, PROGRAM BERHENTI'
               MOVE 'DITOLAK KUNCI MASTER' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
       LEPAS-MASTER.
           MOVE 'KREDITNT' TO WS-LOCK-SUMBER.
           PERFORM LEPAS-SUMBER.
       LEPAS-SUMBER.
           MOVE 'L' TO WS-LOCK-AKSI.
           PERFORM PANGGIL-KUNCI.
       PANGGIL-KUNCI.
           CALL 'LOCKMGR1' USING WS-LOCK-AKSI, WS-LOCK-SUMBER,
               WS-OPERATOR-ID, WS-RUN-ID, WS-LOCK-STATUS.
       TERIMA-OPERATOR.
           CALL 'OPERAUTH' USING WS-OPERATOR-ID,
               WS-OPERATOR-ROLE, WS-AUTH-STATUS.
           IF WS-AUTH-STATUS NOT = 'Y'
               DISPLAY 'OTENTIKASI GAGAL, PROGRAM BERHENTI'
               GOBACK
           END-IF.
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY 'HANYA SUPERVISOR BOLEH MEMBUAT NOTA KREDIT'
               MOVE 'AKSES KNTMNT1 DITOLAK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
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
           MOVE 'KNTMNT1' TO AUD-PROGRAM.
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
           MOVE 'KNTMNT1' TO BI-PROGRAM.
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
           PERFORM LEPAS-MASTER.
           GOBACK.
       END PROGRAM KNTMNT1.
