           COPY KRSSEL.
           COPY PNDSEL.
           COPY PRDSEL.
           COPY JRNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY NILMFD.
           COPY KRSFD.
           COPY PNDFD.
           COPY PRDFD.
           COPY JRNFD.
       WORKING-STORAGE SECTION.
       77 FS-PARAM-FILE PIC XX VALUE '00'.
       77 SW-PARAM-DIMUAT PIC X VALUE 'N'.
           88 KRS-TIDAK-ADA VALUE 'N'.
       77 FS-PENDING-FILE PIC XX VALUE '00'.
       77 FS-PERIODE-FILE PIC XX VALUE '00'.
       77 FS-JURNAL-FILE PIC XX VALUE '00'.
       77 SW-PERIODE-TUTUP PIC X VALUE 'N'.
           88 PERIODE-TUTUP VALUE 'Y'.
       77 FS-BAD-INPUT-FILE PIC XX VALUE '00'.
       77 WS-BOBOT-UAS PIC 9(3) VALUE 40.
       77 WS-BOBOT-TOTAL PIC 9(3) VALUE 100.
       77 WS-NILAI-EDIT PIC ZZ9.99.
       77 WS-HASIL-UAS PIC X(1) VALUE SPACE.
           88 UAS-DICEKAL VALUE 'N'.
           88 HADIR-TIDAK-DIPERIKSA VALUE 'X'.
       77 WS-PERSEN-HADIR PIC 9(3) VALUE 0.
       77 WS-HASIL-LULUS PIC X(1) VALUE SPACE.
           88 NILAI-DIBEKUKAN VALUE 'Y'.
       77 WS-TGL-LULUS PIC 9(8) VALUE 0.
       01 TAMPILAN.
           02 NPM PIC X(8) VALUE 'NPM'.
           02 FILLER PIC X(3) VALUE SPACES.
                   ACCEPT WS-MK-FILTER
               END-IF
           END-IF.
      *    One course: position on the course-code alternate key and
      *    read only that course's records instead of the whole file.
           IF WS-MK-FILTER NOT = SPACES
               MOVE WS-MK-FILTER TO KODE-MK-MST
               START NILAI-MASTER KEY IS = KODE-MK-MST
                   INVALID KEY MOVE '10' TO FS-NILAI-MASTER
               END-START
           END-IF.
           ACCEPT WS-TANGGAL-SISTEM FROM DATE YYYYMMDD.
           COMPUTE WS-TANGGAL-CETAK =
               (WS-BLN * 1000000) + (WS-TGL * 10000) + WS-THN.
           END-IF.
           PERFORM ISI-NILAI-TUGAS.
           PERFORM ISI-NILAI-UTS.
           PERFORM PERIKSA-SYARAT-UAS.
           IF UAS-DICEKAL
               MOVE 0 TO WS-NILAI-UAS
           ELSE
               PERFORM ISI-NILAI-UAS
           END-IF.
           COMPUTE NILAI ROUNDED =
               (WS-NILAI-TUGAS * WS-BOBOT-TUGAS
                + WS-NILAI-UTS * WS-BOBOT-UTS
           READ NILAI-MASTER RECORD KEY IS MST-KEY
               INVALID KEY
                   WRITE NILAI-MASTER-RECORD
                   PERFORM CATAT-JURNAL-TAMBAH
                   MOVE 'NILAI DIMASUKKAN' TO WS-AUDIT-AKSI
               NOT INVALID KEY
                   PERFORM UBAH-RECORD-MASTER.
       TERIMA-NPM.
           DISPLAY 5,5 "NPM : ".
           ACCEPT NPM.
      *    A graduated student's grades are frozen by the LULUS1
      *    posting; no grade may be keyed or changed for them.
           CALL 'LULCEK1' USING NPM, WS-HASIL-LULUS, WS-TGL-LULUS.
           IF NILAI-DIBEKUKAN
               DISPLAY 13,5 "MAHASISWA SUDAH LULUS " WS-TGL-LULUS
                   ", NILAI DIBEKUKAN"
               MOVE "NPM" TO WS-BI-FIELD
               MOVE NPM TO WS-BI-NILAI
               MOVE "MAHASISWA LULUS, NILAI BEKU" TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-NPM
           ELSE
               IF REGISTRASI-AKTIF
                   PERFORM CARI-REGISTRASI
                   IF MHS-TIDAK-ADA
                       DISPLAY 13,5 "NPM TIDAK TERDAFTAR, ULANGI"
                       MOVE "NPM" TO WS-BI-FIELD
                       MOVE NPM TO WS-BI-NILAI
                       MOVE "NPM TIDAK TERDAFTAR" TO WS-BI-PESAN
                       PERFORM CATAT-BADINPUT
                       PERFORM TERIMA-NPM
                   END-IF
               END-IF
           END-IF.
       TERIMA-MK.
               MOVE "NILAI DILUAR RENTANG 0-100" TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM ISI-NILAI-UAS.
       PERIKSA-SYARAT-UAS.
      *    Under 75 percent attendance the student may not sit the
      *    final exam, so no UAS score is taken and UAS counts as 0.
           CALL 'HADCEK1' USING NPM, MK, WS-HASIL-UAS,
               WS-PERSEN-HADIR.
           IF UAS-DICEKAL
               DISPLAY 10,5 "NILAI UAS : 0  TIDAK BERHAK UAS, HADIR "
                   WS-PERSEN-HADIR "%"
           END-IF.
           IF HADIR-TIDAK-DIPERIKSA
               DISPLAY 13,5 "HADIR TIDAK TERBUKA, SYARAT UAS "
                   "TIDAK DIPERIKSA"
           END-IF.
       TAMPIL.
           READ NILAI-MASTER NEXT RECORD
               AT END MOVE '10' TO FS-NILAI-MASTER.
           IF FS-NILAI-MASTER NOT = '10'
               AND WS-MK-FILTER NOT = SPACES
               AND KODE-MK-MST NOT = WS-MK-FILTER
               MOVE '10' TO FS-NILAI-MASTER
           END-IF.
           IF FS-NILAI-MASTER NOT = '10'
               AND (WS-MK-FILTER = SPACES
                   OR KODE-MK-MST = WS-MK-FILTER)
           MOVE WS-OWN-TANGGAL TO WS-RUN-TGL.
           MOVE WS-OWN-JAM(1:4) TO WS-RUN-JAM4.
           MOVE WS-RUN-ID-BUILD TO WS-RUN-ID.
       CATAT-JURNAL-TAMBAH.
      *    A new grade goes to GRADEJRN as well, with no before
      *    image, so a restored master can be brought forward.
           MOVE SPACES TO JURNAL-RECORD.
           ACCEPT JRN-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT JRN-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR.
           MOVE WS-RUN-ID TO JRN-RUN-ID.
           MOVE 'NILAI1' TO JRN-PROGRAM.
           MOVE NPM-MST TO JRN-NPM.
           MOVE KODE-MK-MST TO JRN-KODE-MK.
           MOVE NILAI-MST TO WS-NILAI-EDIT.
           MOVE WS-NILAI-EDIT TO JRN-NILAI-BARU.
           MOVE KETERANGAN-MST TO JRN-KET-BARU.
           MOVE 'INP' TO JRN-ALASAN.
           MOVE 'T' TO JRN-JENIS.
           PERFORM ISI-JURNAL-MST.
           OPEN EXTEND JURNAL-FILE.
           IF FS-JURNAL-FILE = '35'
               OPEN OUTPUT JURNAL-FILE
               CLOSE JURNAL-FILE
               OPEN EXTEND JURNAL-FILE
           END-IF.
           WRITE JURNAL-RECORD.
           CLOSE JURNAL-FILE.
       ISI-JURNAL-MST.
      *    NILAIMST record as it stands after the change, so the
      *    entry can be replayed onto a restored master.
           MOVE 'NILAIMST' TO JRN-MASTER.
           MOVE NAMA-MST TO JRN-NAMA-BARU.
           MOVE NILAI-TUGAS-MST TO JRN-TUGAS-BARU.
           MOVE NILAI-UTS-MST TO JRN-UTS-BARU.
           MOVE NILAI-UAS-MST TO JRN-UAS-BARU.
           MOVE BOBOT-TUGAS-MST TO JRN-BOBOT-TUGAS-BARU.
           MOVE BOBOT-UTS-MST TO JRN-BOBOT-UTS-BARU.
           MOVE BOBOT-UAS-MST TO JRN-BOBOT-UAS-BARU.
       CATAT-AUDIT.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT AUD-TANGGAL FROM DATE YYYYMMDD.
