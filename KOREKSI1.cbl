           88 MK-TIDAK-ADA VALUE 'N'.
       77  SW-MHS-SAH PIC X VALUE 'Y'.
           88 MHS-SAH VALUE 'Y'.
       77  WS-HASIL-LULUS PIC X(1) VALUE SPACE.
           88 NILAI-DIBEKUKAN VALUE 'Y'.
       77  WS-TGL-LULUS PIC 9(8) VALUE 0.
       77  JWB-AKSI PIC X VALUE 'L'.
       77  SW-DIPERBAIKI PIC X VALUE 'N'.
           88 DIPERBAIKI VALUE 'Y'.
       77  WS-BOBOT-UAS PIC 9(3) VALUE 40.
       77  WS-NILAI-EDIT PIC ZZ9.99.
       77  WS-JRN-NILAI-LAMA PIC X(6).
       77  WS-JRN-JENIS PIC X(1) VALUE 'U'.
       77  WS-JRN-KET-LAMA PIC X(10).
       77  WS-JRN-NILAI-BARU PIC X(6).
       77  WS-JRN-KET-BARU PIC X(10).
                   PERFORM ISI-KET-TUGAS1
                   MOVE WS-KETERANGAN TO FL-KETERANGAN
                   WRITE NILAI-FILE-RECORD
                   MOVE SPACES TO WS-JRN-NILAI-LAMA WS-JRN-KET-LAMA
                   MOVE FL-NILAI TO WS-JRN-NILAI-BARU
                   MOVE FL-KETERANGAN TO WS-JRN-KET-BARU
                   MOVE SPACES TO WS-KODE-MK
                   MOVE 'TUGAS1' TO WS-JRN-PROGRAM
                   MOVE 'T' TO WS-JRN-JENIS
                   PERFORM CATAT-JURNAL
                   MOVE 'NILAI DIMASUKKAN NILAIFILE'
                       TO WS-AUDIT-AKSI
               NOT INVALID KEY
                   MOVE FL-KETERANGAN TO WS-JRN-KET-BARU
                   MOVE SPACES TO WS-KODE-MK
                   MOVE 'TUGAS1' TO WS-JRN-PROGRAM
                   MOVE 'U' TO WS-JRN-JENIS
                   PERFORM CATAT-JURNAL
                   MOVE 'NILAI DIUBAH NILAIFILE' TO WS-AUDIT-AKSI
           END-READ.
                   MOVE WS-NAMA TO NAMA-MST
                   PERFORM ISI-RECORD-MST
                   WRITE NILAI-MASTER-RECORD
                   MOVE SPACES TO WS-JRN-NILAI-LAMA WS-JRN-KET-LAMA
                   MOVE WS-NILAI-AKHIR TO WS-NILAI-EDIT
                   MOVE WS-NILAI-EDIT TO WS-JRN-NILAI-BARU
                   MOVE WS-KETERANGAN TO WS-JRN-KET-BARU
                   MOVE 'NILAI1' TO WS-JRN-PROGRAM
                   MOVE 'T' TO WS-JRN-JENIS
                   PERFORM CATAT-JURNAL
                   MOVE 'NILAI DIMASUKKAN NILAIMST'
                       TO WS-AUDIT-AKSI
               NOT INVALID KEY
                   MOVE WS-NILAI-EDIT TO WS-JRN-NILAI-BARU
                   MOVE WS-KETERANGAN TO WS-JRN-KET-BARU
                   MOVE 'NILAI1' TO WS-JRN-PROGRAM
                   MOVE 'U' TO WS-JRN-JENIS
                   PERFORM CATAT-JURNAL
                   MOVE 'NILAI DIUBAH NILAIMST' TO WS-AUDIT-AKSI
           END-READ.
       PERIKSA-REGISTRASI.
      *    Same registry rule as TUGAS1's and NILAI1's TERIMA-NPM:
      *    with the registry open, a target NPM that is unknown or
      *    not active rejects the correction (the queue entry stays
      *    open) instead of creating a phantom student. WS-NAMA is
      *    filled from the registry for a valid NPM. A graduated
      *    student's grades are frozen (LULCEK1) and the correction
      *    is refused the same way.
           MOVE 'Y' TO SW-MHS-SAH.
           IF REGISTRASI-AKTIF
               MOVE WS-NPM TO MHS-NPM
                   INVALID KEY
                       MOVE 'N' TO SW-MHS-SAH
                   NOT INVALID KEY
                       IF NOT MHS-AKTIF
                           MOVE 'N' TO SW-MHS-SAH
                       ELSE
                           MOVE MHS-NAMA TO WS-NAMA
                       END-IF
               END-READ
               IF NOT MHS-SAH
                   DISPLAY 'NPM TIDAK TERDAFTAR / TIDAK AKTIF, '
                       'KOREKSI DITOLAK'
               END-IF
           END-IF.
           IF MHS-SAH
               CALL 'LULCEK1' USING WS-NPM, WS-HASIL-LULUS,
                   WS-TGL-LULUS
               IF NILAI-DIBEKUKAN
                   MOVE 'N' TO SW-MHS-SAH
                   DISPLAY 'MAHASISWA SUDAH LULUS ' WS-TGL-LULUS
                       ', NILAI DIBEKUKAN, KOREKSI DITOLAK'
               END-IF
           END-IF.
       ISI-NAMA-BARU.
      *    Manual name entry only exists for the registry-absent
      *    fallback; with the registry open the name came from
           MOVE WS-JRN-NILAI-BARU TO JRN-NILAI-BARU.
           MOVE WS-JRN-KET-BARU TO JRN-KET-BARU.
           MOVE 'KOR' TO JRN-ALASAN.
           MOVE WS-JRN-JENIS TO JRN-JENIS.
           IF WS-JRN-PROGRAM = 'TUGAS1'
               PERFORM ISI-JURNAL-FILE
           ELSE
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
       ISI-JURNAL-FILE.
      *    NILAIFILE carries only the name besides the score.
           MOVE 'NILAIFILE' TO JRN-MASTER.
           MOVE FL-NAMA TO JRN-NAMA-BARU.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
