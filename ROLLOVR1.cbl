      *          reached the history file. The closing semester code
      *          comes from the PERIODE control file, which must say
      *          the term is closed: a term still open in PRDMNT1,
      *          or no PERIODE at all, refuses the rollover. Every
      *          student rolled then has the AKADMST academic summary
      *          rebuilt through AKDHIT1 (IPS, IPK and SKS per
      *          semester), so the closing term's official figures
      *          are on file before the master is cleared.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-JML-PINDAH PIC 9(5) VALUE 0.
       77  WS-JML-GAGAL-TULIS PIC 9(5) VALUE 0.
       77  WS-TOTAL-NILAI PIC 9(9)V99 VALUE 0.
       77  WS-NPM-LALU PIC X(8) VALUE SPACES.
       77  WS-JML-NPM PIC 9(4) VALUE 0.
       77  SW-NPM-PENUH PIC X VALUE 'N'.
       01  TABEL-NPM.
           02 TN-NPM PIC X(8) OCCURS 3000 TIMES.
       77  M PIC 9(4) VALUE 0.
       77  WS-JML-SEMESTER PIC 9(3) VALUE 0.
       77  WS-AKD-STATUS PIC X(1) VALUE SPACE.
       77  WS-JML-RINGKAS PIC 9(5) VALUE 0.
       77  WS-JML-GAGAL-RINGKAS PIC 9(5) VALUE 0.
       01  JUDUL-ROLLOVER.
           02 FILLER PIC X(29)
              VALUE 'ROLLOVER NILAIMST - SEMESTER '.
           PERFORM PINDAH-RECORD UNTIL FS-NILAI-MASTER = '10'.
           CLOSE NILAI-MASTER.
           CLOSE NILAI-HISTORI.
           IF WS-JML-PINDAH > 0
               PERFORM BANGUN-RINGKASAN VARYING M FROM 1 BY 1
                   UNTIL M > WS-JML-NPM
           END-IF.
           PERFORM TULIS-LAPORAN.
           IF WS-JML-GAGAL-TULIS = 0 AND WS-JML-BACA > 0
               PERFORM KOSONGKAN-MASTER
               AT END MOVE '10' TO FS-NILAI-MASTER.
           IF FS-NILAI-MASTER NOT = '10'
               ADD 1 TO WS-JML-BACA
               IF NPM-MST NOT = WS-NPM-LALU
                   MOVE NPM-MST TO WS-NPM-LALU
                   PERFORM SIMPAN-NPM
               END-IF
               MOVE WS-SEMESTER TO SEMESTER-HST
               MOVE NPM-MST TO NPM-HST
               MOVE KODE-MK-MST TO KODE-MK-HST
               MOVE BOBOT-UAS-MST TO BOBOT-UAS-HST
               MOVE NILAI-MST TO NILAI-HST
               MOVE KETERANGAN-MST TO KETERANGAN-HST
               MOVE WS-SEMESTER TO HST-MK-SEMESTER
               MOVE KODE-MK-MST TO HST-MK-KODE
               WRITE NILAI-HISTORI-RECORD
                   INVALID KEY
                       PERFORM TIMPA-HISTORI
                       ADD NILAI-MST TO WS-TOTAL-NILAI
               END-WRITE
           END-IF.
       SIMPAN-NPM.
      *    NILAIMST is read in NPM order, so each student is listed
      *    once for the summary rebuild after the history is closed.
           IF WS-JML-NPM < 3000
               ADD 1 TO WS-JML-NPM
               MOVE NPM-MST TO TN-NPM(WS-JML-NPM)
           ELSE
               IF SW-NPM-PENUH = 'N'
                   MOVE 'Y' TO SW-NPM-PENUH
                   DISPLAY 'TABEL NPM PENUH (3000), SISA RINGKASAN '
                       'DIBANGUN ULANG DI AKDBLD1'
               END-IF
           END-IF.
       BANGUN-RINGKASAN.
           CALL 'AKDHIT1' USING TN-NPM(M), WS-RUN-ID,
               WS-JML-SEMESTER, WS-AKD-STATUS.
           IF WS-AKD-STATUS = 'Y'
               ADD 1 TO WS-JML-RINGKAS
           ELSE
               ADD 1 TO WS-JML-GAGAL-RINGKAS
           END-IF.
       TIMPA-HISTORI.
      *    Same semester rolled twice (a rerun): replace the history
      *    record instead of losing the run.
           MOVE WS-JML-GAGAL-TULIS TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-ROLLOVER-BARIS.
           WRITE LAPORAN-ROLLOVER-BARIS.
           MOVE 'RINGKASAN AKADMST        :' TO BTO-TEKS.
           MOVE WS-JML-RINGKAS TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-ROLLOVER-BARIS.
           WRITE LAPORAN-ROLLOVER-BARIS.
           MOVE 'RINGKASAN GAGAL          :' TO BTO-TEKS.
           MOVE WS-JML-GAGAL-RINGKAS TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-ROLLOVER-BARIS.
           WRITE LAPORAN-ROLLOVER-BARIS.
           MOVE WS-TOTAL-NILAI TO CETAK-TOTAL-NILAI.
           MOVE BARIS-TOTAL-NILAI TO LAPORAN-ROLLOVER-BARIS.
           WRITE LAPORAN-ROLLOVER-BARIS.
      *    when a lock is refused.
           MOVE 'NILAIMST' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
           MOVE 'AKADMST' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
       KUNCI-SUMBER.
           MOVE 'K' TO WS-LOCK-AKSI.
           PERFORM PANGGIL-KUNCI.
       LEPAS-MASTER.
           MOVE 'NILAIMST' TO WS-LOCK-SUMBER.
           PERFORM LEPAS-SUMBER.
           MOVE 'AKADMST' TO WS-LOCK-SUMBER.
           PERFORM LEPAS-SUMBER.
       LEPAS-SUMBER.
           MOVE 'L' TO WS-LOCK-AKSI.
           PERFORM PANGGIL-KUNCI.
