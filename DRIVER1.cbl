      *          goes, and on the next run offers to resume from the
      *          first incomplete step instead of re-running the
      *          whole chain. Prints an end-of-run job log to JOBLOG.
      *          Without a RUNCTL file the standard nine-step chain
      *          (PERFORM1, TUGAS1, NILAI1, UBAH-TITIK, BACKUP1,
      *          BALANS1, LOGROT1, RUNLAP1, PAGILAP1) is built and
      *          saved automatically.
      *          Every step called is timed: start, end and elapsed
      *          seconds go to the RUNHIST run history, kept across
      *          nights, with the step's maximum run time in minutes
      *          taken from the last RUNCTL column (blank or zero =
      *          no limit), for RUNLAP1's overrun report.
      *          The RUNCAL run calendar (day-of-week and
      *          specific-date rules per program, plus holiday
      *          dates) decides which steps may run tonight; a step
               FILE STATUS IS FS-KALENDER-FILE.
           COPY RUNSEL.
           COPY PRMSEL.
           COPY RNHSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
           02 RC-PROGRAM PIC X(12).
           02 FILLER PIC X(1).
           02 RC-STATUS PIC X(1).
           02 FILLER PIC X(1).
           02 RC-BATAS-X PIC X(4).
           02 RC-BATAS-N REDEFINES RC-BATAS-X PIC 9(4).
       FD  JOB-LOG.
       01  JOB-LOG-BARIS PIC X(80).
       FD  KALENDER-FILE.
           02 KAL-TANGGAL PIC X(8).
           COPY RUNFD.
           COPY PRMFD.
           COPY RNHFD.
       WORKING-STORAGE SECTION.
       77 FS-PARAM-FILE PIC XX VALUE '00'.
       77 SW-PARAM-DIMUAT PIC X VALUE 'N'.
              03 TL-PROGRAM PIC X(12).
              03 TL-STATUS PIC X(1).
              03 TL-LEWAT-KAL PIC X(1).
              03 TL-BATAS PIC 9(4).
       77  FS-RUN-HISTORI PIC XX VALUE '00'.
       77  WS-TGL-MULAI PIC 9(8) VALUE 0.
       77  WS-TGL-SELESAI PIC 9(8) VALUE 0.
       01  WS-JAM-MULAI.
           02 WS-JM-JAM PIC 9(2).
           02 WS-JM-MENIT PIC 9(2).
           02 WS-JM-DETIK PIC 9(2).
           02 WS-JM-SERATUS PIC 9(2).
       01  WS-JAM-SELESAI.
           02 WS-JS-JAM PIC 9(2).
           02 WS-JS-MENIT PIC 9(2).
           02 WS-JS-DETIK PIC 9(2).
           02 WS-JS-SERATUS PIC 9(2).
       77  WS-LAMA-DETIK PIC S9(7) VALUE 0.
       77  FS-KALENDER-FILE PIC XX VALUE '00'.
       77  WS-JML-ATURAN PIC 9(2) VALUE 0.
       01  TABEL-ATURAN.
                   ADD 1 TO WS-JML-LANGKAH
                   MOVE RC-PROGRAM TO TL-PROGRAM(WS-JML-LANGKAH)
                   MOVE RC-STATUS TO TL-STATUS(WS-JML-LANGKAH)
                   IF RC-BATAS-X NUMERIC
                       MOVE RC-BATAS-N TO TL-BATAS(WS-JML-LANGKAH)
                   ELSE
                       MOVE 0 TO TL-BATAS(WS-JML-LANGKAH)
                   END-IF
                   IF RC-STATUS = 'Y'
                       MOVE 'Y' TO SW-ADA-SELESAI
                   ELSE
               END-IF
           END-IF.
       ISI-LANGKAH-BAKU.
           MOVE 9 TO WS-JML-LANGKAH.
           MOVE 'PERFORM1' TO TL-PROGRAM(1).
           MOVE 'TUGAS1' TO TL-PROGRAM(2).
           MOVE 'NILAI1' TO TL-PROGRAM(3).
           MOVE 'BACKUP1' TO TL-PROGRAM(5).
           MOVE 'BALANS1' TO TL-PROGRAM(6).
           MOVE 'LOGROT1' TO TL-PROGRAM(7).
           MOVE 'RUNLAP1' TO TL-PROGRAM(8).
           MOVE 'PAGILAP1' TO TL-PROGRAM(9).
           PERFORM TANDAI-BELUM VARYING L FROM 1 BY 1
               UNTIL L > WS-JML-LANGKAH.
           MOVE 'Y' TO SW-ADA-BELUM.
           MOVE 'N' TO SW-ADA-SELESAI.
       TANDAI-BELUM.
           MOVE 'N' TO TL-STATUS(L).
           IF TL-BATAS(L) NOT NUMERIC
               MOVE 0 TO TL-BATAS(L)
           END-IF.
       TANYA-LANJUT.
      *    A RUNCTL with both done and not-done steps is a chain that
      *    stopped halfway. Resuming skips the done steps; starting
               MOVE 'N' TO TL-STATUS(L)
               MOVE L TO WS-LANGKAH-JALAN
               PERFORM TULIS-JOB-LOG
               ACCEPT WS-TGL-MULAI FROM DATE YYYYMMDD
               ACCEPT WS-JAM-MULAI FROM TIME
               CALL TL-PROGRAM(L)
                   ON EXCEPTION
                       DISPLAY 'LANGKAH ' TL-PROGRAM(L)
                           ' GAGAL DIPANGGIL'
                       MOVE 'G' TO TL-STATUS(L)
               END-CALL
               ACCEPT WS-TGL-SELESAI FROM DATE YYYYMMDD
               ACCEPT WS-JAM-SELESAI FROM TIME
               IF TL-STATUS(L) NOT = 'G'
                   MOVE 'Y' TO TL-STATUS(L)
               END-IF
               PERFORM CATAT-RUN-HISTORI
               PERFORM SIMPAN-RUN-CONTROL
      *        And rewritten after the step completes, so the log
      *        always shows the chain as far as it has come.
               PERFORM TULIS-JOB-LOG
           END-IF
           END-IF.
       CATAT-RUN-HISTORI.
      *    Elapsed time counts whole days between the start and end
      *    dates, so a step running past midnight is timed right.
           COMPUTE WS-LAMA-DETIK =
               (FUNCTION INTEGER-OF-DATE(WS-TGL-SELESAI)
               - FUNCTION INTEGER-OF-DATE(WS-TGL-MULAI)) * 86400
               + (WS-JS-JAM * 3600 + WS-JS-MENIT * 60 + WS-JS-DETIK)
               - (WS-JM-JAM * 3600 + WS-JM-MENIT * 60 + WS-JM-DETIK).
           IF WS-LAMA-DETIK < 0
               MOVE 0 TO WS-LAMA-DETIK
           END-IF.
           MOVE SPACES TO RUN-HISTORI-RECORD.
           MOVE DRV-RUN-ID-BUILD TO RNH-RUN-ID.
           MOVE L TO RNH-URUT.
           MOVE TL-PROGRAM(L) TO RNH-PROGRAM.
           MOVE WS-TGL-MULAI TO RNH-TGL-MULAI.
           MOVE WS-JAM-MULAI TO RNH-JAM-MULAI.
           MOVE WS-TGL-SELESAI TO RNH-TGL-SELESAI.
           MOVE WS-JAM-SELESAI TO RNH-JAM-SELESAI.
           MOVE WS-LAMA-DETIK TO RNH-DETIK.
           MOVE TL-BATAS(L) TO RNH-BATAS-MENIT.
           MOVE TL-STATUS(L) TO RNH-HASIL.
           OPEN EXTEND RUN-HISTORI.
           IF FS-RUN-HISTORI = '35'
               OPEN OUTPUT RUN-HISTORI
               CLOSE RUN-HISTORI
               OPEN EXTEND RUN-HISTORI
           END-IF.
           WRITE RUN-HISTORI-RECORD.
           CLOSE RUN-HISTORI.
       MUAT-KALENDER.
           MOVE 0 TO WS-JML-ATURAN.
           MOVE 0 TO WS-JML-LIBUR.
           MOVE M TO RC-URUT.
           MOVE TL-PROGRAM(M) TO RC-PROGRAM.
           MOVE TL-STATUS(M) TO RC-STATUS.
           MOVE TL-BATAS(M) TO RC-BATAS-N.
           WRITE RUN-CONTROL-RECORD.
       TULIS-JOB-LOG.
      *    Runs its own index (J): the per-step calls happen inside
