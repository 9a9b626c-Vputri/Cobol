      *          and appends clean rows to NILAITRX as T (new) or U
      *          (change) transactions for NILAIBT1 to apply, so
      *          nobody re-keys spreadsheet rows through NILAI1's
      *          ISI screens. A UAS score for a student barred on
      *          attendance (HADCEK1) is rejected, and so is any
      *          row for a graduated student (LULCEK1). Rejected
      *          rows go to BADINPUT and an accepted/rejected
      *          register is printed to CSVREG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-GESER-2 PIC X(2) VALUE SPACES.
       77  WS-GESER-1 PIC X(1) VALUE SPACE.
       77  WS-NILAI-N PIC 9(3) VALUE 0.
       77  WS-HASIL-UAS PIC X(1) VALUE SPACE.
           88 UAS-DICEKAL VALUE 'N'.
           88 HADIR-TIDAK-DIPERIKSA VALUE 'X'.
       77  WS-PERSEN-HADIR PIC 9(3) VALUE 0.
       77  WS-HASIL-LULUS PIC X(1) VALUE SPACE.
           88 NILAI-DIBEKUKAN VALUE 'Y'.
       77  WS-TGL-LULUS PIC 9(8) VALUE 0.
       77  SW-HADIR-DIUMUMKAN PIC X VALUE 'N'.
       01  JUDUL-REGISTER.
           02 FILLER PIC X(33)
              VALUE 'REGISTER IMPOR CSV NILAI RUN-ID: '.
           ELSE
               MOVE SPACES TO WS-NAMA
           END-IF.
           IF BARIS-SAH
               CALL 'LULCEK1' USING PC-NPM, WS-HASIL-LULUS,
                   WS-TGL-LULUS
               IF NILAI-DIBEKUKAN
                   MOVE 'N' TO SW-BARIS-SAH
                   MOVE 'MAHASISWA LULUS, NILAI BEKU'
                       TO WS-TOLAK-PESAN
               END-IF
           END-IF.
           IF BARIS-SAH AND KATALOG-MK-AKTIF
               PERFORM CARI-KATALOG-MK
           END-IF.
               PERFORM PERIKSA-SATU-NILAI
               MOVE WS-NILAI-X TO PC-UAS
           END-IF.
           IF BARIS-SAH AND PC-UAS NOT = '000'
               PERFORM PERIKSA-SYARAT-UAS
           END-IF.
           IF BARIS-SAH
               PERFORM TENTUKAN-AKSI
           END-IF.
                   MOVE 'N' TO SW-BARIS-SAH
                   MOVE 'NPM TIDAK TERDAFTAR' TO WS-TOLAK-PESAN
               NOT INVALID KEY
                   IF NOT MHS-AKTIF
                       MOVE 'N' TO SW-BARIS-SAH
                       MOVE 'MAHASISWA TIDAK AKTIF' TO WS-TOLAK-PESAN
                   ELSE
                       MOVE MHS-NAMA TO WS-NAMA
                   END-IF
                   MOVE 'NILAI DILUAR 0-100' TO WS-TOLAK-PESAN
               END-IF
           END-IF.
       PERIKSA-SYARAT-UAS.
      *    A UAS score for a student under 75 percent attendance is
      *    refused here already, rather than left for NILAIBT1.
           CALL 'HADCEK1' USING PC-NPM, PC-KODE-MK, WS-HASIL-UAS,
               WS-PERSEN-HADIR.
           IF UAS-DICEKAL
               MOVE 'N' TO SW-BARIS-SAH
               MOVE 'TIDAK BERHAK UAS, HADIR < 75%' TO WS-TOLAK-PESAN
           END-IF.
           IF HADIR-TIDAK-DIPERIKSA AND SW-HADIR-DIUMUMKAN = 'N'
               MOVE 'Y' TO SW-HADIR-DIUMUMKAN
               DISPLAY 'HADIR TIDAK TERBUKA, '
                   'SYARAT UAS TIDAK DIPERIKSA'
           END-IF.
       RAPIKAN-NILAI.
      *    A spreadsheet export writes 85 as '85 ' and 7 as '7  ';
      *    shift right and zero fill so the NILAITRX fixed PIC X(3)
