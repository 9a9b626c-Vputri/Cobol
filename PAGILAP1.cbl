      *          NILAIFILE / NILAIMST record counts, and prints one
      *          page per run-id to MORNRPT with a clear OK or
      *          ATTENTION headline, so the 7am check is one page
      *          instead of four files. When any step timed under
      *          this run-id in the RUNHIST run history ran past its
      *          maximum run time, a one-line warning under the
      *          headline points to the RUNLAP1 report (RUNRPT).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY BADINSEL.
           COPY NILFSEL.
           COPY NILMSEL.
           COPY RNHSEL.
           SELECT LAPORAN-PAGI ASSIGN TO "MORNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-PAGI.
           COPY BADINFD.
           COPY NILFFD.
           COPY NILMFD.
           COPY RNHFD.
       FD  LAPORAN-PAGI.
       01  LAPORAN-PAGI-BARIS PIC X(80).
           COPY AUDITFD.
       77  FS-BAD-INPUT-FILE PIC XX VALUE '00'.
       77  FS-NILAI-FILE PIC XX VALUE '00'.
       77  FS-NILAI-MASTER PIC XX VALUE '00'.
       77  FS-RUN-HISTORI PIC XX VALUE '00'.
       77  WS-JML-LEWAT-BATAS PIC 9(3) VALUE 0.
       77  FS-LAPORAN-PAGI PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       01  BARIS-KEPALA.
           02 FILLER PIC X(11) VALUE 'KESIMPULAN '.
           02 BK-TEKS PIC X(30).
       01  BARIS-PERINGATAN.
           02 FILLER PIC X(16) VALUE '*** PERINGATAN: '.
           02 BP-JUMLAH PIC ZZ9.
           02 FILLER PIC X(40)
              VALUE ' LANGKAH LEWAT BATAS WAKTU, LIHAT RUNRPT'.
       01  BARIS-ANGKA.
           02 BA-TEKS PIC X(30).
           02 BA-JUMLAH PIC ZZZZZZ9.
           PERFORM HITUNG-BADINPUT.
           PERFORM HITUNG-FILE.
           PERFORM HITUNG-MASTER.
           PERFORM HITUNG-LEWAT-BATAS.
           IF WS-JML-GAGAL > 0 OR WS-JML-BELUM > 0
               MOVE 'Y' TO SW-PERHATIAN
           END-IF.
           IF NOT HABIS
               ADD 1 TO WS-JML-MASTER
           END-IF.
       HITUNG-LEWAT-BATAS.
           MOVE 0 TO WS-JML-LEWAT-BATAS.
           OPEN INPUT RUN-HISTORI.
           IF FS-RUN-HISTORI = '00'
               PERFORM HITUNG-LEWAT-BARIS
                   UNTIL FS-RUN-HISTORI = '10'
               CLOSE RUN-HISTORI
           END-IF.
       HITUNG-LEWAT-BARIS.
           READ RUN-HISTORI
               AT END MOVE '10' TO FS-RUN-HISTORI.
           IF FS-RUN-HISTORI NOT = '10'
               AND RNH-RUN-ID = WS-RUN-ID
               AND RNH-BATAS-MENIT > 0
               AND RNH-DETIK > RNH-BATAS-MENIT * 60
               ADD 1 TO WS-JML-LEWAT-BATAS
           END-IF.
       TULIS-RINGKASAN.
           OPEN OUTPUT LAPORAN-PAGI.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           END-IF.
           MOVE BARIS-KEPALA TO LAPORAN-PAGI-BARIS.
           WRITE LAPORAN-PAGI-BARIS.
           IF WS-JML-LEWAT-BATAS > 0
               MOVE WS-JML-LEWAT-BATAS TO BP-JUMLAH
               MOVE BARIS-PERINGATAN TO LAPORAN-PAGI-BARIS
               WRITE LAPORAN-PAGI-BARIS
           END-IF.
           MOVE SPACES TO LAPORAN-PAGI-BARIS.
           WRITE LAPORAN-PAGI-BARIS.
           MOVE 'LANGKAH SELESAI             :' TO BA-TEKS.
