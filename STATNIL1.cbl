      *          (0-9 ... 90-100), count, mean, median, standard
      *          deviation, and the highest and lowest scores with
      *          the students' names. Output goes to the STATRPT
      *          print file. NILAIMST is read once along the course
      *          code alternate key, so each course's records arrive
      *          together and are summarised on the course break.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-LOCK-STATUS PIC X(1) VALUE 'N'.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  WS-JML-MK PIC 9(4) VALUE 0.
       77  WS-MK-AKTIF PIC X(6) VALUE SPACES.
       77  SW-SKOR-PENUH PIC X VALUE 'N'.
       77  WS-JML-SKOR PIC 9(4) VALUE 0.
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO KODE-MK-MST.
           START NILAI-MASTER KEY IS NOT LESS THAN KODE-MK-MST
               INVALID KEY MOVE 'Y' TO SW-HABIS
           END-START.
           OPEN OUTPUT LAPORAN-STATISTIK.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-STAT TO LAPORAN-STATISTIK-BARIS.
           WRITE LAPORAN-STATISTIK-BARIS.
           IF NOT HABIS
               PERFORM BACA-NILAI
           END-IF.
           PERFORM OLAH-SATU-MK UNTIL HABIS.
           CLOSE NILAI-MASTER.
           CLOSE LAPORAN-STATISTIK.
           DISPLAY 'STATISTIK DITULIS KE FILE STATRPT, '
               WS-JML-MK ' MATA KULIAH'.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
           GOBACK.
       BACA-NILAI.
           READ NILAI-MASTER NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
       OLAH-SATU-MK.
      *    The read is along KODE-MK-MST, so a course ends at the
      *    first record of the next course code.
           MOVE KODE-MK-MST TO WS-MK-AKTIF.
           ADD 1 TO WS-JML-MK.
           PERFORM KUMPUL-SKOR.
           PERFORM AMBIL-SKOR
               UNTIL HABIS OR KODE-MK-MST NOT = WS-MK-AKTIF.
           PERFORM URUTKAN-SKOR.
           PERFORM HITUNG-STATISTIK.
           PERFORM TULIS-STATISTIK.
           MOVE 'N' TO SW-SKOR-PENUH.
           PERFORM ISI-BIN-NOL VARYING B FROM 1 BY 1
               UNTIL B > 10.
       ISI-BIN-NOL.
           MOVE 0 TO HIST(B).
       AMBIL-SKOR.
           IF WS-JML-SKOR < 500
               ADD 1 TO WS-JML-SKOR
               MOVE NILAI-MST TO SKOR(WS-JML-SKOR)
               ADD NILAI-MST TO WS-TOTAL
               IF NILAI-MST >= WS-MAKS
                   MOVE NILAI-MST TO WS-MAKS
                   MOVE NAMA-MST TO WS-NAMA-MAKS
               END-IF
               IF NILAI-MST <= WS-MIN
                   MOVE NILAI-MST TO WS-MIN
                   MOVE NAMA-MST TO WS-NAMA-MIN
               END-IF
               COMPUTE WS-BIN = NILAI-MST / 10 + 1
               IF WS-BIN > 10
                   MOVE 10 TO WS-BIN
               END-IF
               ADD 1 TO HIST(WS-BIN)
           ELSE
               IF SW-SKOR-PENUH = 'N'
                   MOVE 'Y' TO SW-SKOR-PENUH
                   DISPLAY 'SKOR ' WS-MK-AKTIF
                       ' LEBIH DARI 500, SISA DILEWATI'
               END-IF
           END-IF.
           PERFORM BACA-NILAI.
       URUTKAN-SKOR.
           IF WS-JML-SKOR > 1
               PERFORM URUT-LUAR VARYING S1 FROM 1 BY 1
