      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maker-checker approval queue over the credit-note
      *          master (KREDITNT). A note raised by one supervisor
      *          in KNTMNT1 is shown here to a second supervisor, who
      *          approves or rejects it; only on approval is the
      *          ARFILE invoice adjusted. A credit lowers AR-TOTAL
      *          and its PPN share, a cancellation takes the whole
      *          invoice off and marks it cancelled, and whatever the
      *          student has paid above the new total becomes a
      *          refund owed, tracked on the note until KNTMNT1 marks
      *          it paid out. A supervisor can never approve a note
      *          they raised themselves.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KNTAPP1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY KNTSEL.
           COPY ARSEL.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY KNTFD.
           COPY ARFD.
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-KREDIT-FILE PIC XX VALUE '00'.
       77  FS-PIUTANG-FILE PIC XX VALUE '00'.
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
       77  WS-LOCK-AKSI PIC X(1) VALUE SPACE.
       77  WS-LOCK-SUMBER PIC X(12) VALUE SPACES.
       77  WS-LOCK-STATUS PIC X(1) VALUE 'N'.
       77  JWB-AKSI PIC X VALUE 'L'.
       77  SW-DIKERJAKAN PIC X VALUE 'N'.
           88 DIKERJAKAN VALUE 'Y'.
       77  SW-AR-TERBUKA PIC X VALUE 'N'.
           88 AR-SIAP VALUE 'Y'.
       77  WS-JML-SETUJU PIC 9(5) VALUE 0.
       77  WS-JML-TOLAK PIC 9(5) VALUE 0.
       77  WS-JML-TERBUKA PIC 9(5) VALUE 0.
       77  WS-KREDIT PIC 9(9)V99 VALUE 0.
       77  WS-KREDIT-PPN PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-BARU PIC 9(9)V99 VALUE 0.
       77  WS-REFUND PIC 9(9)V99 VALUE 0.
       77  WS-JUMLAH-EDIT PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY 'HANYA SUPERVISOR BOLEH MENYETUJUI, BERHENTI'
               MOVE 'AKSES KNTAPP1 DITOLAK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           MOVE 'PERSETUJUAN NOTA KREDIT DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN I-O KREDIT-FILE.
           IF FS-KREDIT-FILE NOT = '00'
               DISPLAY 'KREDITNT TIDAK TERBUKA, TIDAK ADA ANTRIAN'
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           OPEN I-O PIUTANG-FILE.
           IF FS-PIUTANG-FILE = '00'
               MOVE 'Y' TO SW-AR-TERBUKA
           ELSE
               DISPLAY 'ARFILE TIDAK TERBUKA, NOTA HANYA BISA DITOLAK'
           END-IF.
           PERFORM PROSES-ENTRI
               UNTIL FS-KREDIT-FILE = '10'.
           CLOSE KREDIT-FILE.
           IF AR-SIAP
               CLOSE PIUTANG-FILE
           END-IF.
           DISPLAY 'ANTRIAN SELESAI: ' WS-JML-SETUJU ' DISETUJUI, '
               WS-JML-TOLAK ' DITOLAK, ' WS-JML-TERBUKA
               ' MASIH TERBUKA'.
           MOVE 'PERSETUJUAN NOTA KREDIT SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
           GOBACK.
       PROSES-ENTRI.
           READ KREDIT-FILE NEXT RECORD
               AT END MOVE '10' TO FS-KREDIT-FILE.
           IF FS-KREDIT-FILE NOT = '10'
               IF KNT-TERBUKA
                   PERFORM TANGANI-ENTRI
               END-IF
           END-IF.
       TANGANI-ENTRI.
           DISPLAY ' '.
           DISPLAY 'NOTA    : ' KNT-NO ' FAKTUR ' KNT-AR-RUN-ID '-'
               KNT-AR-NO-FAKTUR ' NPM ' KNT-NPM.
           DISPLAY 'PEMBUAT : ' KNT-PEMBUAT ' TANGGAL '
               KNT-TGL-BUAT ' ALASAN ' KNT-ALASAN.
           IF KNT-LEBIH-BAYAR
               MOVE KNT-REFUND TO WS-JUMLAH-EDIT
           ELSE
               MOVE KNT-JUMLAH TO WS-JUMLAH-EDIT
           END-IF.
           DISPLAY 'JENIS ' KNT-JENIS ' JUMLAH ' WS-JUMLAH-EDIT ' '
               KNT-KETERANGAN.
           IF KNT-PEMBUAT = WS-OPERATOR-ID
      *        Maker-checker rule: the supervisor who raised the
      *        note may not approve it; it stays open for another
      *        supervisor.
               DISPLAY 'ANDA PEMBUAT NOTA INI, '
                   'PERSETUJUAN HARUS SUPERVISOR LAIN'
               ADD 1 TO WS-JML-TERBUKA
           ELSE
               PERFORM TANYA-PUTUSAN
           END-IF.
       TANYA-PUTUSAN.
           DISPLAY 'SETUJU / TOLAK / LEWATI (S/T/L) ? : '.
           ACCEPT JWB-AKSI.
           MOVE 'N' TO SW-DIKERJAKAN.
           IF JWB-AKSI = 'S' OR JWB-AKSI = 's'
               IF AR-SIAP
                   PERFORM TERAPKAN-FAKTUR
               ELSE
                   DISPLAY 'ARFILE TIDAK TERBUKA, NOTA DIBIARKAN '
                       'TERBUKA'
               END-IF
           END-IF.
           IF JWB-AKSI = 'T' OR JWB-AKSI = 't'
               MOVE 'R' TO KNT-STATUS
               MOVE WS-OPERATOR-ID TO KNT-PENYETUJU
               ACCEPT KNT-TGL-SETUJU FROM DATE YYYYMMDD
               REWRITE KREDIT-RECORD
               MOVE 'Y' TO SW-DIKERJAKAN
               ADD 1 TO WS-JML-TOLAK
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'NOTA KREDIT DITOLAK ' DELIMITED BY SIZE
                   KNT-NO DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
           END-IF.
           IF NOT DIKERJAKAN
               ADD 1 TO WS-JML-TERBUKA
           END-IF.
       TERAPKAN-FAKTUR.
           MOVE KNT-AR-RUN-ID TO AR-RUN-ID.
           MOVE KNT-AR-NO-FAKTUR TO AR-NO-FAKTUR.
           READ PIUTANG-FILE RECORD KEY IS AR-KEY
               INVALID KEY
                   DISPLAY 'FAKTUR ' KNT-AR-RUN-ID '-'
                       KNT-AR-NO-FAKTUR
                       ' TIDAK ADA, NOTA DIBIARKAN TERBUKA'
               NOT INVALID KEY
                   PERFORM HITUNG-KREDIT THRU HITUNG-KREDIT-EXIT
           END-READ.
       HITUNG-KREDIT.
           IF AR-BATAL
               DISPLAY 'FAKTUR SUDAH DIBATALKAN, NOTA DIBIARKAN '
                   'TERBUKA'
               GO TO HITUNG-KREDIT-EXIT
           END-IF.
           MOVE 0 TO WS-KREDIT.
           MOVE 0 TO WS-KREDIT-PPN.
           IF KNT-KREDIT
               IF KNT-JUMLAH > AR-TOTAL
                   DISPLAY 'KREDIT MELEBIHI TOTAL FAKTUR SAAT INI, '
                       'NOTA DIBIARKAN TERBUKA'
                   GO TO HITUNG-KREDIT-EXIT
               END-IF
               MOVE KNT-JUMLAH TO WS-KREDIT
               IF AR-TOTAL > 0
                   COMPUTE WS-KREDIT-PPN ROUNDED =
                       KNT-JUMLAH * AR-PPN / AR-TOTAL
               END-IF
           END-IF.
           IF KNT-BATAL
               MOVE AR-TOTAL TO WS-KREDIT
               MOVE AR-PPN TO WS-KREDIT-PPN
           END-IF.
           IF KNT-LEBIH-BAYAR AND AR-DIBAYAR NOT > AR-TOTAL
               DISPLAY 'FAKTUR TIDAK LAGI LEBIH BAYAR, NOTA '
                   'DIBIARKAN TERBUKA'
               GO TO HITUNG-KREDIT-EXIT
           END-IF.
           COMPUTE WS-TOTAL-BARU = AR-TOTAL - WS-KREDIT.
           MOVE 0 TO WS-REFUND.
           IF AR-DIBAYAR > WS-TOTAL-BARU
               COMPUTE WS-REFUND = AR-DIBAYAR - WS-TOTAL-BARU
               MOVE WS-TOTAL-BARU TO AR-DIBAYAR
           END-IF.
           MOVE WS-TOTAL-BARU TO AR-TOTAL.
           SUBTRACT WS-KREDIT-PPN FROM AR-PPN.
           ADD WS-KREDIT TO AR-KREDIT.
           ADD WS-KREDIT-PPN TO AR-KREDIT-PPN.
           IF KNT-BATAL
               MOVE 'B' TO AR-STATUS
           ELSE
               IF AR-DIBAYAR NOT < AR-TOTAL
                   MOVE 'L' TO AR-STATUS
               ELSE
                   MOVE 'O' TO AR-STATUS
               END-IF
           END-IF.
           REWRITE PIUTANG-RECORD.
           MOVE WS-KREDIT TO KNT-JUMLAH.
           MOVE WS-KREDIT-PPN TO KNT-PPN.
           MOVE WS-REFUND TO KNT-REFUND.
           IF WS-REFUND > 0
               MOVE 'T' TO KNT-REFUND-STATUS
           ELSE
               MOVE 'N' TO KNT-REFUND-STATUS
           END-IF.
           MOVE 'A' TO KNT-STATUS.
           MOVE WS-OPERATOR-ID TO KNT-PENYETUJU.
           ACCEPT KNT-TGL-SETUJU FROM DATE YYYYMMDD.
           REWRITE KREDIT-RECORD.
           MOVE 'Y' TO SW-DIKERJAKAN.
           ADD 1 TO WS-JML-SETUJU.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'NOTA KREDIT DISETUJUI ' DELIMITED BY SIZE
               KNT-NO DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY 'NOTA DISETUJUI DAN DITERAPKAN KE FAKTUR'.
           IF WS-REFUND > 0
               MOVE WS-REFUND TO WS-JUMLAH-EDIT
               DISPLAY 'REFUND TERUTANG KE MAHASISWA : '
                   WS-JUMLAH-EDIT
           END-IF.
       HITUNG-KREDIT-EXIT.
           EXIT.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'KREDITNT' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
           MOVE 'ARFILE' TO WS-LOCK-SUMBER.
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
           MOVE 'ARFILE' TO WS-LOCK-SUMBER.
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
           MOVE 'KNTAPP1' TO AUD-PROGRAM.
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
       END PROGRAM KNTAPP1.
