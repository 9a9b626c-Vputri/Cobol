      *          0-100 validation and weighted final score NILAI1
      *          uses, and prints an applied/rejected register to
      *          NILAIREG. Rejected transactions also go to the
      *          BADINPUT exception report with the reason. Adds,
      *          changes and deletes are all journaled to GRADEJRN.
      *          The NILAICKP checkpoint (like TUGAS1's CKPT-FILE)
      *          records the last applied transaction number as the
      *          batch goes; a rerun after a crash skips forward to
      *          the first unapplied transaction instead of
      *          re-applying from the top, and the resume point is
      *          noted on the NILAIREG register. A non-zero UAS
      *          score is refused for a student HADCEK1 bars from
      *          the UAS on attendance, and every transaction is
      *          refused for a graduated student (LULCEK1).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-BOBOT-UTS PIC 9(3) VALUE 30.
       77  WS-BOBOT-UAS PIC 9(3) VALUE 40.
       77  WS-NILAI-EDIT PIC ZZ9.99.
       77  WS-HASIL-UAS PIC X(1) VALUE SPACE.
           88 UAS-DICEKAL VALUE 'N'.
           88 HADIR-TIDAK-DIPERIKSA VALUE 'X'.
       77  WS-PERSEN-HADIR PIC 9(3) VALUE 0.
       77  WS-HASIL-LULUS PIC X(1) VALUE SPACE.
           88 NILAI-DIBEKUKAN VALUE 'Y'.
       77  WS-TGL-LULUS PIC 9(8) VALUE 0.
       77  SW-HADIR-DIUMUMKAN PIC X VALUE 'N'.
       77  WS-JRN-NILAI-LAMA PIC X(6).
       77  WS-JRN-JENIS PIC X(1) VALUE 'U'.
       77  WS-JRN-KET-LAMA PIC X(10).
       77  WS-JML-BACA PIC 9(5) VALUE 0.
       77  WS-JML-TERAPKAN PIC 9(5) VALUE 0.
               MOVE 'N' TO SW-TRX-VALID
               MOVE 'KODE MK KOSONG' TO WS-TOLAK-PESAN
           END-IF.
           IF TRX-VALID
               CALL 'LULCEK1' USING TRX-NPM, WS-HASIL-LULUS,
                   WS-TGL-LULUS
               IF NILAI-DIBEKUKAN
                   MOVE 'N' TO SW-TRX-VALID
                   MOVE 'MAHASISWA LULUS, NILAI BEKU'
                       TO WS-TOLAK-PESAN
               END-IF
           END-IF.
           IF TRX-VALID AND REGISTRASI-AKTIF
               AND (TRX-AKSI = 'T' OR TRX-AKSI = 'U')
               PERFORM CARI-REGISTRASI
           IF TRX-VALID AND (TRX-AKSI = 'T' OR TRX-AKSI = 'U')
               PERFORM PERIKSA-NILAI
           END-IF.
           IF TRX-VALID AND (TRX-AKSI = 'T' OR TRX-AKSI = 'U')
               AND WS-NILAI-UAS > 0
               PERFORM PERIKSA-SYARAT-UAS
           END-IF.
       CARI-REGISTRASI.
           MOVE TRX-NPM TO MHS-NPM.
           READ MHS-FILE RECORD KEY IS MHS-NPM
                   MOVE 'N' TO SW-TRX-VALID
                   MOVE 'NPM TIDAK TERDAFTAR' TO WS-TOLAK-PESAN
               NOT INVALID KEY
                   IF NOT MHS-AKTIF
                       MOVE 'N' TO SW-TRX-VALID
                       MOVE 'MAHASISWA TIDAK AKTIF' TO WS-TOLAK-PESAN
                   ELSE
                       MOVE MHS-NAMA TO TRX-NAMA
                   END-IF
                   MOVE 'NILAI UAS DILUAR 0-100' TO WS-TOLAK-PESAN
               END-IF
           END-IF.
       PERIKSA-SYARAT-UAS.
      *    Same attendance rule as NILAI1: a UAS score for a student
      *    under 75 percent attendance is refused. A zero UAS is let
      *    through, that is the barred student's grade.
           CALL 'HADCEK1' USING TRX-NPM, TRX-KODE-MK, WS-HASIL-UAS,
               WS-PERSEN-HADIR.
           IF UAS-DICEKAL
               MOVE 'N' TO SW-TRX-VALID
               MOVE 'TIDAK BERHAK UAS, HADIR < 75%' TO WS-TOLAK-PESAN
           END-IF.
           IF HADIR-TIDAK-DIPERIKSA AND SW-HADIR-DIUMUMKAN = 'N'
               MOVE 'Y' TO SW-HADIR-DIUMUMKAN
               DISPLAY 'HADIR TIDAK TERBUKA, '
                   'SYARAT UAS TIDAK DIPERIKSA'
           END-IF.
       TERAPKAN-TRANSAKSI.
           MOVE TRX-NPM TO NPM-MST.
           MOVE TRX-KODE-MK TO KODE-MK-MST.
               INVALID KEY
                   PERFORM ISI-RECORD-MASTER
                   WRITE NILAI-MASTER-RECORD
                   MOVE SPACES TO WS-JRN-NILAI-LAMA WS-JRN-KET-LAMA
                   MOVE 'T' TO WS-JRN-JENIS
                   PERFORM CATAT-JURNAL
                   MOVE 'NILAI DIMASUKKAN' TO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
               NOT INVALID KEY
                   MOVE KETERANGAN-MST TO WS-JRN-KET-LAMA
                   PERFORM ISI-RECORD-MASTER
                   REWRITE NILAI-MASTER-RECORD
                   MOVE 'U' TO WS-JRN-JENIS
                   PERFORM CATAT-JURNAL
                   MOVE 'NILAI DIUBAH' TO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
           END-READ.
       TERAPKAN-HAPUS.
      *    Read first so the journal carries the deleted record's
      *    score as its before-image.
           READ NILAI-MASTER RECORD KEY IS MST-KEY
               INVALID KEY
                   MOVE 'N' TO SW-TRX-VALID
                   MOVE 'RECORD TIDAK ADA' TO WS-TOLAK-PESAN
               NOT INVALID KEY
                   MOVE NILAI-MST TO WS-NILAI-EDIT
                   MOVE WS-NILAI-EDIT TO WS-JRN-NILAI-LAMA
                   MOVE KETERANGAN-MST TO WS-JRN-KET-LAMA
                   PERFORM HAPUS-RECORD-MASTER
           END-READ.
       HAPUS-RECORD-MASTER.
           DELETE NILAI-MASTER RECORD
               INVALID KEY
                   MOVE 'N' TO SW-TRX-VALID
                   MOVE 'RECORD TIDAK ADA' TO WS-TOLAK-PESAN
               NOT INVALID KEY
                   MOVE 'H' TO WS-JRN-JENIS
                   PERFORM CATAT-JURNAL
                   MOVE 'NILAI DIHAPUS' TO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
           END-DELETE.
           MOVE TRX-KODE-MK TO JRN-KODE-MK.
           MOVE WS-JRN-NILAI-LAMA TO JRN-NILAI-LAMA.
           MOVE WS-JRN-KET-LAMA TO JRN-KET-LAMA.
           MOVE 'BTC' TO JRN-ALASAN.
           MOVE WS-JRN-JENIS TO JRN-JENIS.
           IF WS-JRN-JENIS = 'H'
               MOVE 'NILAIMST' TO JRN-MASTER
           ELSE
               MOVE WS-NILAI-AKHIR TO WS-NILAI-EDIT
               MOVE WS-NILAI-EDIT TO JRN-NILAI-BARU
               MOVE WS-KETERANGAN TO JRN-KET-BARU
               PERFORM ISI-JURNAL-MST
           END-IF.
           OPEN EXTEND JURNAL-FILE.
           IF FS-JURNAL-FILE = '35'
               OPEN OUTPUT JURNAL-FILE
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
       TOLAK-TRANSAKSI.
           ADD 1 TO WS-JML-TOLAK.
           MOVE SPACES TO BARIS-REGISTER.
