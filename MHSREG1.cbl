      * Purpose: Maintenance for the central student registry master
      *          (MHSFILE): add or change a student, list the
      *          registry, and remove a student. TUGAS1 and NILAI1
      *          validate every keyed NPM against this file. A
      *          student LULUS1 has posted as graduated (status L)
      *          is neither changed nor removed here; a posting made
      *          in error is reversed through LULBTL1 / LULAPP1.
      *          A new student is registered active or non-active;
      *          for a student already on file only the name and
      *          study programme change here - leave, withdrawal,
      *          dropout, transfer and the move between A and N go
      *          through STSMNT1 so each is recorded on STSHIST.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-BI-PESAN PIC X(30).
       77  PIL PIC 9 VALUE 0.
       77  JWB-HAPUS PIC X VALUE 'N'.
       77  SW-MHS-LAMA PIC X VALUE 'N'.
           88 MHS-LAMA VALUE 'Y'.
       77  WS-JML-DAFTAR PIC 9(5) VALUE 0.
       01  ISIAN-MHS.
           02 ISI-NPM PIC X(8).
           IF FS-MHS-FILE NOT = '00'
               GO TO AWAL.
           PERFORM TERIMA-NPM.
           MOVE ISI-NPM TO MHS-NPM.
           MOVE 'N' TO SW-MHS-LAMA.
           READ MHS-FILE RECORD KEY IS MHS-NPM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SW-MHS-LAMA
           END-READ.
           IF MHS-LAMA AND MHS-LULUS
               DISPLAY 'MAHASISWA SUDAH LULUS, DATA TIDAK '
                   'BOLEH DIUBAH (BATALKAN LEWAT LULBTL1)'
               MOVE 'UBAH MAHASISWA LULUS DITOLAK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               CLOSE MHS-FILE
               GO TO AWAL.
           IF MHS-LAMA
               DISPLAY 'STATUS : ' MHS-STATUS
                   ' (PERUBAHAN STATUS LEWAT STSMNT1)'
           END-IF.
           DISPLAY 'NAMA : '.
           ACCEPT ISI-NAMA.
           DISPLAY 'PROGRAM STUDI : '.
           ACCEPT ISI-PRODI.
           IF MHS-LAMA
               MOVE ISI-NAMA TO MHS-NAMA
               MOVE ISI-PRODI TO MHS-PRODI
               REWRITE MHS-FILE-RECORD
               MOVE 'MAHASISWA DIUBAH' TO WS-AUDIT-AKSI
           ELSE
               PERFORM TERIMA-STATUS
               MOVE ISI-NPM TO MHS-NPM
               MOVE ISI-NAMA TO MHS-NAMA
               MOVE ISI-PRODI TO MHS-PRODI
               MOVE ISI-STATUS TO MHS-STATUS
               MOVE 'N' TO MHS-PEMBINAAN
               WRITE MHS-FILE-RECORD
               MOVE 'MAHASISWA DITAMBAHKAN' TO WS-AUDIT-AKSI
           END-IF.
           CLOSE MHS-FILE.
           PERFORM CATAT-AUDIT.
           DISPLAY 'DATA MAHASISWA DISIMPAN'.
                   CLOSE MHS-FILE
                   GO TO AWAL
           END-READ.
           IF MHS-LULUS
               DISPLAY 'MAHASISWA SUDAH LULUS, TIDAK BOLEH DIHAPUS'
               MOVE 'HAPUS MAHASISWA LULUS DITOLAK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               CLOSE MHS-FILE
               GO TO AWAL.
           DISPLAY 'HAPUS ' MHS-NAMA ' ? (Y/N) : '.
           ACCEPT JWB-HAPUS.
           IF JWB-HAPUS = 'Y' OR JWB-HAPUS = 'y'
