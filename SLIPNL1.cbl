      *          page per student to SLIPRPT, sorted by MHS-PRODI
      *          so the slips come off the printer already bundled
      *          per program of study. Students with no grades on
      *          file are counted, not printed. A student with an
      *          active hold on the BLOKIR master (BLKCEK1) gets no
      *          slip; the hold and the office to contact are listed
      *          on the console and the student is counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-RATA-NILAI PIC 9(5)V99 VALUE 0.
       77  WS-JML-SLIP PIC 9(5) VALUE 0.
       77  WS-JML-TANPA-NILAI PIC 9(5) VALUE 0.
       77  WS-JML-DIBLOKIR PIC 9(5) VALUE 0.
       77  WS-BLK-HASIL PIC X(1) VALUE 'N'.
           88 MHS-DIBLOKIR VALUE 'Y'.
       77  WS-BLK-JENIS PIC X(1) VALUE SPACES.
       77  WS-BLK-NAMA PIC X(12) VALUE SPACES.
       77  WS-BLK-ALASAN PIC X(30) VALUE SPACES.
       77  WS-BLK-KANTOR PIC X(25) VALUE SPACES.
       01  JUDUL-SLIP.
           02 FILLER PIC X(26)
              VALUE 'SLIP NILAI MAHASISWA HAL '.
           CLOSE LAPORAN-SLIP.
           DISPLAY 'SLIP DITULIS KE FILE SLIPRPT: '
               WS-JML-SLIP ' SLIP, ' WS-JML-TANPA-NILAI
               ' MAHASISWA TANPA NILAI, ' WS-JML-DIBLOKIR
               ' DITAHAN KARENA BLOKIR'.
           MOVE 'CETAK SLIP NILAI SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
               MOVE TUKAR-MHS TO ISI-MHS(J1)
           END-IF.
       CETAK-SATU-SLIP.
           CALL 'BLKCEK1' USING TM-NPM(M), WS-BLK-HASIL,
               WS-BLK-JENIS, WS-BLK-NAMA, WS-BLK-ALASAN,
               WS-BLK-KANTOR.
           IF MHS-DIBLOKIR
               ADD 1 TO WS-JML-DIBLOKIR
               DISPLAY 'SLIP DITAHAN ' TM-NPM(M) ' BLOKIR '
                   WS-BLK-NAMA ' ' WS-BLK-ALASAN
               DISPLAY '    HUBUNGI ' WS-BLK-KANTOR
           ELSE
               PERFORM CETAK-SLIP-MHS
           END-IF.
       CETAK-SLIP-MHS.
           MOVE 'N' TO SW-HABIS-MASTER.
           MOVE TM-NPM(M) TO NPM-MST.
           MOVE SPACES TO KODE-MK-MST.
