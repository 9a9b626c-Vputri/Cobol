      * Date:
      * Purpose: Reformat RECORD-A extract records into RECORD-B
      *          layout, pricing field E by a keyed READ of the
      *          HARGAMST price master on field C (the item code)
      *          at the price in force on the feed date according
      *          to the HRGHIST price history.
      *          The FEEDCTL feed-control register remembers every
      *          processed feed date with its counts and hash: a
      *          feed date already registered is refused (no double
      *          RECORDB), and a gap between the last registered
      *          date and today is reported the morning it happens.
      *          Each run also compares its RECORDB with the one the
      *          previous run sent (kept as RECORDBP) by key field A
      *          and writes the RECORDBD delta for the downstream
      *          system: adds, changes (marking which of B, D and E
      *          changed) and deletes, with its own count/hash
      *          trailer and OUTMANIF entry. The full RECORDB is
      *          still written for the weekly full refresh.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EDIT-REPORT ASSIGN TO "VBEDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EDIT-REPORT.
           SELECT DELTA-FILE ASSIGN TO "RECORDBD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DELTA-FILE.
           SELECT KEMARIN-FILE ASSIGN TO "RECORDBP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KEMARIN-FILE.
           COPY HRGSEL.
           SELECT REJECT-FILE ASSIGN TO "VBREJECT"
               ORGANIZATION IS LINE SEQUENTIAL
           02 D PIC 9(4).
           02 E PIC $$$.99.
           02 FILLER PIC X(5).
       FD  DELTA-FILE.
       01  DELTA-RECORD.
           02 DL-JENIS PIC X(1).
              88 DL-TAMBAH VALUE 'A'.
              88 DL-UBAH VALUE 'U'.
              88 DL-HAPUS VALUE 'D'.
           02 FILLER PIC X(1).
           02 DL-DATA.
              03 DL-A PIC 9(3).
              03 FILLER PIC X(5).
              03 DL-B PIC X(6).
              03 DL-D PIC 9(4).
              03 DL-E PIC X(6).
              03 FILLER PIC X(5).
           02 FILLER PIC X(1).
           02 DL-UBAH-B PIC X(1).
           02 DL-UBAH-D PIC X(1).
           02 DL-UBAH-E PIC X(1).
       FD  KEMARIN-FILE.
       01  KEMARIN-RECORD PIC X(29).
       FD  EDIT-REPORT.
       01  EDIT-REPORT-LINE PIC X(80).
           COPY HRGFD.
       77  FS-INPUT-FILE PIC XX VALUE '00'.
       77  FS-OUTPUT-FILE PIC XX VALUE '00'.
       77  FS-EDIT-REPORT PIC XX VALUE '00'.
       77  FS-DELTA-FILE PIC XX VALUE '00'.
       77  FS-KEMARIN-FILE PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
       77  SW-HARGA-KETEMU PIC X VALUE 'N'.
           88 HARGA-KETEMU VALUE 'Y'.
       77  WS-HARGA-DIPAKAI PIC 9(6)V99 VALUE 0.
       77  WS-HARGA-BERLAKU PIC 9(6)V99 VALUE 0.
       77  WS-HARGA-STATUS PIC X(1) VALUE 'N'.
           88 HARGA-ADA-HISTORI VALUE 'Y'.
       77  WS-JML-TANPA-HARGA PIC 9(7) VALUE 0.
       77  WS-JML-HARGA-BESAR PIC 9(7) VALUE 0.
       01  BARIS-TANPA-HARGA.
           02 FILLER PIC X(4) VALUE 'HASH'.
           02 TRAILER-HASH-D PIC 9(9).
           02 FILLER PIC X(4) VALUE SPACES.
      *    Yesterday's RECORDB, one slot per value of key field A
      *    (000-999 lives in slot A + 1). Where a feed carried key A
      *    more than once, the first row is the one that counts, both
      *    here and in today's comparison.
       77  K PIC 9(4) VALUE 0.
       01  TABEL-KEMARIN.
           02 ISI-KEMARIN OCCURS 1000 TIMES.
              03 TK-ADA PIC X(1).
              03 TK-HARI-INI PIC X(1).
              03 TK-RECORD PIC X(29).
       01  WS-B-KEMARIN.
           02 KB-A PIC 9(3).
           02 FILLER PIC X(5).
           02 KB-B PIC X(6).
           02 KB-D PIC 9(4).
           02 KB-E PIC X(6).
           02 FILLER PIC X(5).
       77  WS-JML-DELTA PIC 9(7) VALUE 0.
       77  WS-HASH-DELTA PIC 9(9) VALUE 0.
       77  WS-JML-TAMBAH PIC 9(7) VALUE 0.
       77  WS-JML-UBAH PIC 9(7) VALUE 0.
       77  WS-JML-HAPUS PIC 9(7) VALUE 0.
       77  WS-JML-GANDA PIC 9(7) VALUE 0.
       01  BARIS-DELTA.
           02 FILLER PIC X(16) VALUE 'DELTA RECORDBD: '.
           02 FILLER PIC X(5) VALUE 'ADDS '.
           02 BD-TAMBAH PIC ZZZZZZ9.
           02 FILLER PIC X(9) VALUE ' CHANGES '.
           02 BD-UBAH PIC ZZZZZZ9.
           02 FILLER PIC X(9) VALUE ' DELETES '.
           02 BD-HAPUS PIC ZZZZZZ9.
       01  BARIS-GANDA.
           02 FILLER PIC X(28) VALUE 'DUPLICATE KEY A, NOT DELTA: '.
           02 BG-KUNCI PIC 9(3).
       01  TRAILER-DELTA.
           02 FILLER PIC X(3) VALUE 'CNT'.
           02 TRAILER-JML-DELTA PIC 9(7).
           02 FILLER PIC X(4) VALUE 'HASH'.
           02 TRAILER-HASH-DELTA PIC 9(9).
           02 FILLER PIC X(12) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM TERIMA-OPERATOR.
               OPEN OUTPUT OUTPUT-FILE
               OPEN OUTPUT EDIT-REPORT
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT DELTA-FILE
               PERFORM BUKA-HARGA
               PERFORM TULIS-LAPORAN-EDIT
               PERFORM MUAT-KEMARIN
               PERFORM PROSES-RECORD UNTIL FS-INPUT-FILE = "10"
               PERFORM PERIKSA-TRAILER
               PERFORM TULIS-TRAILER
               PERFORM CARI-HAPUS VARYING K FROM 1 BY 1
                   UNTIL K > 1000
               PERFORM TULIS-TRAILER-DELTA
               PERFORM CATAT-FEED-CONTROL
               MOVE 'RECORDB' TO WS-MAN-FILE
               MOVE WS-JML-RECORD TO WS-MAN-JML
               MOVE WS-HASH-D TO WS-MAN-HASH
               PERFORM CATAT-MANIFEST
               MOVE 'RECORDBD' TO WS-MAN-FILE
               MOVE WS-JML-DELTA TO WS-MAN-JML
               MOVE WS-HASH-DELTA TO WS-MAN-HASH
               PERFORM CATAT-MANIFEST
               CLOSE OUTPUT-FILE
               CLOSE DELTA-FILE
               CLOSE EDIT-REPORT
               CLOSE REJECT-FILE
               IF HARGA-TERBUKA
                   CLOSE HARGA-MASTER
               END-IF
               PERFORM SIMPAN-KEMARIN
           END-IF
           CLOSE INPUT-FILE
           STOP RUN.
                       WRITE RECORD-B
                       ADD 1 TO WS-JML-RECORD
                       ADD D OF RECORD-A TO WS-HASH-D
                       PERFORM BANDING-KEMARIN
                       MOVE 'RECORD DIKONVERSI' TO WS-AUDIT-AKSI
                       PERFORM CATAT-AUDIT
                   END-IF
                   MOVE 'Y' TO SW-HARGA-KETEMU
                   MOVE HRG-HARGA TO WS-HARGA-DIPAKAI
           END-READ.
      *    An item still on the master is priced as at the feed
      *    date, not at whatever HARGAMST says this morning.
           IF HARGA-KETEMU
               CALL 'HRGCARI1' USING HRG-KODE, WS-TGL-HEADER-N,
                   WS-HARGA-BERLAKU, WS-HARGA-STATUS
               IF HARGA-ADA-HISTORI
                   MOVE WS-HARGA-BERLAKU TO WS-HARGA-DIPAKAI
               END-IF
           END-IF.
       MUAT-KEMARIN.
      *    No RECORDBP means there is no previous run to compare
      *    with; every record then goes out as an add.
           MOVE SPACES TO TABEL-KEMARIN.
           OPEN INPUT KEMARIN-FILE.
           IF FS-KEMARIN-FILE = '00'
               PERFORM MUAT-KEMARIN-BARIS
                   UNTIL FS-KEMARIN-FILE = '10'
               CLOSE KEMARIN-FILE
           ELSE
               MOVE 'NO PREVIOUS RECORDB (RECORDBP), ALL SENT AS ADDS'
                   TO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           END-IF.
       MUAT-KEMARIN-BARIS.
           READ KEMARIN-FILE
               AT END MOVE '10' TO FS-KEMARIN-FILE.
           IF FS-KEMARIN-FILE NOT = '10'
               AND KEMARIN-RECORD(1:3) NUMERIC
               MOVE KEMARIN-RECORD TO WS-B-KEMARIN
               COMPUTE K = KB-A + 1
               IF TK-ADA(K) NOT = 'Y'
                   MOVE 'Y' TO TK-ADA(K)
                   MOVE KEMARIN-RECORD TO TK-RECORD(K)
               END-IF
           END-IF.
       BANDING-KEMARIN.
      *    The first row for a key A is compared and sent in the
      *    delta; a later row with the same key stays in the full
      *    RECORDB but is only listed as a duplicate on the edit
      *    report, never sent as a second add or change.
           COMPUTE K = A OF RECORD-B + 1.
           IF TK-HARI-INI(K) = 'Y'
               ADD 1 TO WS-JML-GANDA
               MOVE A OF RECORD-B TO BG-KUNCI
               MOVE BARIS-GANDA TO EDIT-REPORT-LINE
               WRITE EDIT-REPORT-LINE
           ELSE
               MOVE 'Y' TO TK-HARI-INI(K)
               MOVE SPACES TO DELTA-RECORD
               MOVE RECORD-B TO DL-DATA
               IF TK-ADA(K) NOT = 'Y'
                   MOVE 'A' TO DL-JENIS
                   ADD 1 TO WS-JML-TAMBAH
                   PERFORM TULIS-DELTA
               ELSE
                   IF TK-RECORD(K) NOT = RECORD-B
                       MOVE TK-RECORD(K) TO WS-B-KEMARIN
                       MOVE 'U' TO DL-JENIS
                       IF B OF RECORD-B NOT = KB-B
                           MOVE 'B' TO DL-UBAH-B
                       END-IF
                       IF D OF RECORD-B NOT = KB-D
                           MOVE 'D' TO DL-UBAH-D
                       END-IF
                       IF E OF RECORD-B NOT = KB-E
                           MOVE 'E' TO DL-UBAH-E
                       END-IF
                       ADD 1 TO WS-JML-UBAH
                       PERFORM TULIS-DELTA
                   END-IF
               END-IF
           END-IF.
       CARI-HAPUS.
           IF TK-ADA(K) = 'Y' AND TK-HARI-INI(K) NOT = 'Y'
               MOVE SPACES TO DELTA-RECORD
               MOVE 'D' TO DL-JENIS
               MOVE TK-RECORD(K) TO DL-DATA
               ADD 1 TO WS-JML-HAPUS
               PERFORM TULIS-DELTA
           END-IF.
       TULIS-DELTA.
           WRITE DELTA-RECORD.
           ADD 1 TO WS-JML-DELTA.
           ADD DL-D TO WS-HASH-DELTA.
       TULIS-TRAILER-DELTA.
           MOVE WS-JML-DELTA TO TRAILER-JML-DELTA.
           MOVE WS-HASH-DELTA TO TRAILER-HASH-DELTA.
           WRITE DELTA-RECORD FROM TRAILER-DELTA.
           MOVE WS-JML-TAMBAH TO BD-TAMBAH.
           MOVE WS-JML-UBAH TO BD-UBAH.
           MOVE WS-JML-HAPUS TO BD-HAPUS.
           MOVE BARIS-DELTA TO EDIT-REPORT-LINE.
           WRITE EDIT-REPORT-LINE.
           DISPLAY 'DELTA RECORDBD: ' WS-JML-TAMBAH ' TAMBAH, '
               WS-JML-UBAH ' UBAH, ' WS-JML-HAPUS ' HAPUS'.
       SIMPAN-KEMARIN.
      *    Today's RECORDB becomes the base the next run compares
      *    with; only a run that got this far replaces it.
           OPEN INPUT OUTPUT-FILE.
           OPEN OUTPUT KEMARIN-FILE.
           PERFORM SIMPAN-KEMARIN-BARIS UNTIL FS-OUTPUT-FILE = '10'.
           CLOSE OUTPUT-FILE.
           CLOSE KEMARIN-FILE.
       SIMPAN-KEMARIN-BARIS.
           READ OUTPUT-FILE
               AT END MOVE '10' TO FS-OUTPUT-FILE.
           IF FS-OUTPUT-FILE NOT = '10'
               WRITE KEMARIN-RECORD FROM RECORD-B
           END-IF.
       TULIS-TRAILER.
           MOVE WS-JML-RECORD TO TRAILER-JML-RECORD
           MOVE WS-HASH-D TO TRAILER-HASH-D
