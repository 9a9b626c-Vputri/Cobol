      ******************************************************************
      * Author:
      * Date:
      * Purpose: Credit-note register for the auditors. Lists every
      *          note on KREDITNT in number order with the invoice it
      *          was raised against, type, reason, credit, PPN share
      *          and refund, the supervisor who raised it and the one
      *          who approved or rejected it, and where the refund
      *          stands, then totals approved credits and refunds
      *          owed and paid out. Written to KNTREG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KNTLAP1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY KNTSEL.
           SELECT LAPORAN-KREDIT ASSIGN TO "KNTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-KREDIT.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY KNTFD.
       FD  LAPORAN-KREDIT.
       01  LAPORAN-KREDIT-BARIS PIC X(160).
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-KREDIT-FILE PIC XX VALUE '00'.
       77  FS-LAPORAN-KREDIT PIC XX VALUE '00'.
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
       77  WS-JML-NOTA PIC 9(5) VALUE 0.
       77  WS-JML-TERBUKA PIC 9(5) VALUE 0.
       77  WS-JML-SETUJU PIC 9(5) VALUE 0.
       77  WS-JML-TOLAK PIC 9(5) VALUE 0.
       77  WS-TOT-KREDIT PIC 9(11)V99 VALUE 0.
       77  WS-TOT-PPN PIC 9(11)V99 VALUE 0.
       77  WS-TOT-TERUTANG PIC 9(11)V99 VALUE 0.
       77  WS-TOT-DIBAYAR PIC 9(11)V99 VALUE 0.
       01  JUDUL-KREDIT.
           02 FILLER PIC X(31)
              VALUE 'REGISTER NOTA KREDIT PIUTANG   '.
           02 FILLER PIC X(8) VALUE 'RUN-ID: '.
           02 CETAK-RUN-ID PIC X(12).
       01  JUDUL-KOLOM.
           02 FILLER PIC X(8) VALUE 'NOTA'.
           02 FILLER PIC X(19) VALUE 'FAKTUR'.
           02 FILLER PIC X(9) VALUE 'NPM'.
           02 FILLER PIC X(6) VALUE 'J ALS'.
           02 FILLER PIC X(15) VALUE '        KREDIT'.
           02 FILLER PIC X(15) VALUE '           PPN'.
           02 FILLER PIC X(15) VALUE '        REFUND'.
           02 FILLER PIC X(18) VALUE 'PEMBUAT  TGL'.
           02 FILLER PIC X(20) VALUE 'PENYETUJU TGL'.
           02 FILLER PIC X(2) VALUE 'ST'.
           02 FILLER PIC X(20) VALUE 'REFUND TGL OLEH'.
       01  BARIS-KREDIT.
           02 BK-NO PIC 9(7).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-RUN-ID PIC X(12).
           02 FILLER PIC X(1) VALUE '-'.
           02 BK-NO-FAKTUR PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-NPM PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-JENIS PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-ALASAN PIC X(3).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-JUMLAH PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-PPN PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-REFUND PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-PEMBUAT PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-TGL-BUAT PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-PENYETUJU PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-TGL-SETUJU PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-STATUS PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-REFUND-STATUS PIC X(1).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-TGL-REFUND PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BK-REFUND-OLEH PIC X(8).
       01  BARIS-TOTAL.
           02 BT-TEKS PIC X(26).
           02 BT-JUMLAH PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  BARIS-JML.
           02 BJ-TEKS PIC X(26).
           02 BJ-ANGKA PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           MOVE 'REGISTER NOTA KREDIT DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN INPUT KREDIT-FILE.
           IF FS-KREDIT-FILE NOT = '00'
               DISPLAY 'KREDITNT TIDAK TERBUKA, BELUM ADA NOTA KREDIT'
               GOBACK
           END-IF.
           OPEN OUTPUT LAPORAN-KREDIT.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-KREDIT TO LAPORAN-KREDIT-BARIS.
           WRITE LAPORAN-KREDIT-BARIS.
           MOVE JUDUL-KOLOM TO LAPORAN-KREDIT-BARIS.
           WRITE LAPORAN-KREDIT-BARIS.
           PERFORM PROSES-NOTA UNTIL HABIS.
           CLOSE KREDIT-FILE.
           PERFORM TULIS-TOTAL.
           CLOSE LAPORAN-KREDIT.
           DISPLAY 'REGISTER NOTA KREDIT DITULIS KE FILE KNTREG, '
               WS-JML-NOTA ' NOTA'.
           MOVE 'REGISTER NOTA KREDIT SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GOBACK.
       PROSES-NOTA.
           READ KREDIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               ADD 1 TO WS-JML-NOTA
               PERFORM JUMLAHKAN-NOTA
               PERFORM TULIS-NOTA
           END-IF.
       JUMLAHKAN-NOTA.
           IF KNT-TERBUKA
               ADD 1 TO WS-JML-TERBUKA
           END-IF.
           IF KNT-DITOLAK
               ADD 1 TO WS-JML-TOLAK
           END-IF.
           IF KNT-DISETUJUI
               ADD 1 TO WS-JML-SETUJU
               ADD KNT-JUMLAH TO WS-TOT-KREDIT
               ADD KNT-PPN TO WS-TOT-PPN
               IF KNT-REFUND-TERUTANG
                   ADD KNT-REFUND TO WS-TOT-TERUTANG
               END-IF
               IF KNT-REFUND-DIBAYAR
                   ADD KNT-REFUND TO WS-TOT-DIBAYAR
               END-IF
           END-IF.
       TULIS-NOTA.
           MOVE KNT-NO TO BK-NO.
           MOVE KNT-AR-RUN-ID TO BK-RUN-ID.
           MOVE KNT-AR-NO-FAKTUR TO BK-NO-FAKTUR.
           MOVE KNT-NPM TO BK-NPM.
           MOVE KNT-JENIS TO BK-JENIS.
           MOVE KNT-ALASAN TO BK-ALASAN.
           MOVE KNT-JUMLAH TO BK-JUMLAH.
           MOVE KNT-PPN TO BK-PPN.
           MOVE KNT-REFUND TO BK-REFUND.
           MOVE KNT-PEMBUAT TO BK-PEMBUAT.
           MOVE KNT-TGL-BUAT TO BK-TGL-BUAT.
           MOVE KNT-PENYETUJU TO BK-PENYETUJU.
           MOVE KNT-TGL-SETUJU TO BK-TGL-SETUJU.
           MOVE KNT-STATUS TO BK-STATUS.
           MOVE KNT-REFUND-STATUS TO BK-REFUND-STATUS.
           MOVE KNT-TGL-REFUND TO BK-TGL-REFUND.
           MOVE KNT-REFUND-OLEH TO BK-REFUND-OLEH.
           MOVE BARIS-KREDIT TO LAPORAN-KREDIT-BARIS.
           WRITE LAPORAN-KREDIT-BARIS.
       TULIS-TOTAL.
           MOVE SPACES TO LAPORAN-KREDIT-BARIS.
           WRITE LAPORAN-KREDIT-BARIS.
           MOVE 'NOTA DIBACA              :' TO BJ-TEKS.
           MOVE WS-JML-NOTA TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-KREDIT-BARIS.
           WRITE LAPORAN-KREDIT-BARIS.
           MOVE 'NOTA MENUNGGU PERSETUJUAN:' TO BJ-TEKS.
           MOVE WS-JML-TERBUKA TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-KREDIT-BARIS.
           WRITE LAPORAN-KREDIT-BARIS.
           MOVE 'NOTA DISETUJUI           :' TO BJ-TEKS.
           MOVE WS-JML-SETUJU TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-KREDIT-BARIS.
           WRITE LAPORAN-KREDIT-BARIS.
           MOVE 'NOTA DITOLAK             :' TO BJ-TEKS.
           MOVE WS-JML-TOLAK TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-KREDIT-BARIS.
           WRITE LAPORAN-KREDIT-BARIS.
           MOVE 'TOTAL KREDIT DISETUJUI   :' TO BT-TEKS.
           MOVE WS-TOT-KREDIT TO BT-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-KREDIT-BARIS.
           WRITE LAPORAN-KREDIT-BARIS.
           MOVE 'TERMASUK PPN             :' TO BT-TEKS.
           MOVE WS-TOT-PPN TO BT-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-KREDIT-BARIS.
           WRITE LAPORAN-KREDIT-BARIS.
           MOVE 'REFUND TERUTANG          :' TO BT-TEKS.
           MOVE WS-TOT-TERUTANG TO BT-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-KREDIT-BARIS.
           WRITE LAPORAN-KREDIT-BARIS.
           MOVE 'REFUND SUDAH DIBAYAR     :' TO BT-TEKS.
           MOVE WS-TOT-DIBAYAR TO BT-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-KREDIT-BARIS.
           WRITE LAPORAN-KREDIT-BARIS.
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
           MOVE 'KNTLAP1' TO AUD-PROGRAM.
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
       END PROGRAM KNTLAP1.
