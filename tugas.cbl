           COPY BADINSEL.
           COPY RUNSEL.
           COPY PRMSEL.
           COPY AKSSEL.
           COPY JRNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY NILFFD.
           COPY BADINFD.
           COPY RUNFD.
           COPY PRMFD.
           COPY AKSFD.
           COPY JRNFD.
       WORKING-STORAGE SECTION.
       77 FS-PARAM-FILE PIC XX VALUE '00'.
       77 SW-PARAM-DIMUAT PIC X VALUE 'N'.
       77 WS-MAN-JML PIC 9(7) VALUE 0.
       77 WS-MAN-HASH PIC 9(9) VALUE 0.
       77 WS-JRN-ALASAN PIC X(3) VALUE SPACES.
       77 FS-JURNAL-FILE PIC XX VALUE '00'.
       77 SW-REGISTRASI PIC X VALUE 'N'.
           88 REGISTRASI-AKTIF VALUE 'Y'.
       77 SW-MHS-ADA PIC X VALUE 'N'.
       77 WS-BI-NILAI PIC X(20).
       77 WS-BI-PESAN PIC X(30).
       77 FS-EKSPOR-FILE PIC XX VALUE '00'.
       77 FS-AKSES-FILE PIC XX VALUE '00'.
       77 WS-SMR-KELUARAN PIC X(8) VALUE 'TUGASEXP'.
       77 WS-SMR-PERAN PIC X(1) VALUE '*'.
       77 WS-SMR-MEDAN PIC X(8) VALUE SPACES.
       77 WS-SMR-NILAI PIC X(20) VALUE SPACES.
       77 WS-SMR-AKSI PIC X(1) VALUE SPACE.
       77 WS-MEDAN-TERBUKA PIC X(40) VALUE SPACES.
       77 WS-PTR-MEDAN PIC 9(2) VALUE 1.
       01 BARIS-EKSPOR.
           02 EKS-NPM PIC X(8).
           02 EKS-KOMA1 PIC X VALUE ','.
       77 SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
           88 TIDAK-KETEMU VALUE 'N'.
       77 WS-HASIL-LULUS PIC X(1) VALUE SPACE.
           88 NILAI-DIBEKUKAN VALUE 'Y'.
       77 WS-TGL-LULUS PIC 9(8) VALUE 0.
       01 TUKAR-MHS.
           02 T-NPM PIC X(8).
           02 T-NAMA PIC X(20).
           READ NILAI-FILE RECORD KEY IS FL-NPM
               INVALID KEY
                   WRITE NILAI-FILE-RECORD
                   MOVE SPACES TO JURNAL-RECORD
                   MOVE FL-NILAI TO JRN-NILAI-BARU
                   MOVE FL-KETERANGAN TO JRN-KET-BARU
                   MOVE 'INP' TO JRN-ALASAN
                   MOVE 'T' TO JRN-JENIS
                   PERFORM CATAT-JURNAL
                   MOVE 'NILAI DIMASUKKAN' TO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
               NOT INVALID KEY
       TERIMA-NPM.
           DISPLAY "NPM : ".
           ACCEPT NPM(I).
      *    A graduated student's grades are frozen by the LULUS1
      *    posting; no grade may be keyed or changed for them.
           CALL 'LULCEK1' USING NPM(I), WS-HASIL-LULUS, WS-TGL-LULUS.
           IF NILAI-DIBEKUKAN
               DISPLAY "MAHASISWA SUDAH LULUS " WS-TGL-LULUS
                   ", NILAI DIBEKUKAN, ULANGI"
               MOVE "NPM" TO WS-BI-FIELD
               MOVE NPM(I) TO WS-BI-NILAI
               MOVE "MAHASISWA LULUS, NILAI BEKU" TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-NPM
           ELSE
               IF REGISTRASI-AKTIF
                   PERFORM CARI-REGISTRASI
                   IF MHS-TIDAK-ADA
                       DISPLAY "NPM TIDAK TERDAFTAR / NONAKTIF, ULANGI"
                       MOVE "NPM" TO WS-BI-FIELD
                       MOVE NPM(I) TO WS-BI-NILAI
                       MOVE "NPM TIDAK TERDAFTAR" TO WS-BI-PESAN
                       PERFORM CATAT-BADINPUT
                       PERFORM TERIMA-NPM
                   END-IF
               END-IF
           END-IF.
       CARI-REGISTRASI.
           PERFORM CATAT-MANIFEST.
           DISPLAY "DATA DIEKSPOR KE FILE TUGASEXP".
       EKSPOR-BARIS.
      *    Each field goes out as the SAMARAN rules for TUGASEXP
      *    say; a line that still carries anything in clear is
      *    logged to AKSESLOG against the student.
           MOVE SPACES TO WS-MEDAN-TERBUKA.
           MOVE 1 TO WS-PTR-MEDAN.
           MOVE 'NPM' TO WS-SMR-MEDAN.
           MOVE NPM(I) TO WS-SMR-NILAI.
           PERFORM SAMARKAN-EKSPOR.
           MOVE WS-SMR-NILAI TO EKS-NPM.
           MOVE 'NAMA' TO WS-SMR-MEDAN.
           MOVE NAMA(I) TO WS-SMR-NILAI.
           PERFORM SAMARKAN-EKSPOR.
           MOVE WS-SMR-NILAI TO EKS-NAMA.
           MOVE 'NILAI' TO WS-SMR-MEDAN.
           MOVE NILAI(I) TO WS-SMR-NILAI.
           PERFORM SAMARKAN-EKSPOR.
           IF WS-SMR-AKSI = 'T'
               MOVE NILAI(I) TO EKS-NILAI
               MOVE KETERANGAN(I) TO EKS-KETERANGAN
           ELSE
               MOVE SPACES TO EKS-NILAI
               MOVE SPACES TO EKS-KETERANGAN
           END-IF.
           MOVE BARIS-EKSPOR TO EKSPOR-FILE-BARIS.
           WRITE EKSPOR-FILE-BARIS.
           ADD 1 TO WS-MAN-JML.
           IF EKS-NILAI NUMERIC
               MOVE EKS-NILAI TO WS-NILAI-A
               ADD WS-NILAI-A TO WS-MAN-HASH
           END-IF.
           IF WS-MEDAN-TERBUKA NOT = SPACES
               PERFORM CATAT-AKSES
           END-IF.
       SAMARKAN-EKSPOR.
           CALL 'SMRCEK1' USING WS-SMR-KELUARAN, WS-SMR-PERAN,
               WS-SMR-MEDAN, NPM(I), WS-SMR-NILAI, WS-SMR-AKSI.
           IF WS-SMR-AKSI = 'T'
               STRING WS-SMR-MEDAN DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   INTO WS-MEDAN-TERBUKA WITH POINTER WS-PTR-MEDAN
           END-IF.
       CATAT-AKSES.
           MOVE SPACES TO AKSES-RECORD.
           ACCEPT AKS-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT AKS-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO AKS-OPERATOR.
           MOVE WS-SMR-PERAN TO AKS-PERAN.
           MOVE WS-RUN-ID TO AKS-RUN-ID.
           MOVE WS-SMR-KELUARAN TO AKS-KELUARAN.
           MOVE NPM(I) TO AKS-NPM.
           MOVE WS-MEDAN-TERBUKA TO AKS-MEDAN.
           OPEN EXTEND AKSES-FILE.
           IF FS-AKSES-FILE = '35'
               OPEN OUTPUT AKSES-FILE
               CLOSE AKSES-FILE
               OPEN EXTEND AKSES-FILE
           END-IF.
           WRITE AKSES-RECORD.
           CLOSE AKSES-FILE.
       CATAT-MANIFEST.
      *    Outbound-control entry: the extract just written is held
      *    (status H) until the OUTREL1 release step passes its
       UBAH-DALAM.
           IF NPM(K) = CARI-KEY
               MOVE 'Y' TO SW-KETEMU
               CALL 'LULCEK1' USING NPM(K), WS-HASIL-LULUS,
                   WS-TGL-LULUS
               IF NILAI-DIBEKUKAN
                   DISPLAY "MAHASISWA SUDAH LULUS " WS-TGL-LULUS
                       ", NILAI DIBEKUKAN"
                   MOVE 'UBAH NILAI LULUSAN DITOLAK' TO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
               ELSE
                   DISPLAY "NAMA BARU : "
                   ACCEPT NAMA(K)
                   PERFORM TERIMA-NILAI-UBAH
                   IF NILAI(K) > 70
                       MOVE 'LULUS' TO KETERANGAN(K)
                   ELSE
                       MOVE 'GAGAL' TO KETERANGAN(K)
                   END-IF
               END-IF
           END-IF.
       TERIMA-NILAI-UBAH.
           IF TIDAK-KETEMU
               DISPLAY "NPM TIDAK DITEMUKAN"
           ELSE
               CALL 'LULCEK1' USING CARI-KEY, WS-HASIL-LULUS,
                   WS-TGL-LULUS
               IF NILAI-DIBEKUKAN
                   DISPLAY "MAHASISWA SUDAH LULUS " WS-TGL-LULUS
                       ", NILAI TIDAK BOLEH DIHAPUS"
                   MOVE 'HAPUS NILAI LULUSAN DITOLAK' TO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
               ELSE
                   PERFORM HAPUS-RECORD
               END-IF
           END-IF.
           DISPLAY "HAPUS LAGI ? (Y/N) : ".
           ACCEPT JWB-HAPUS.
       HAPUS-RECORD.
           MOVE CARI-KEY TO FL-NPM.
           READ NILAI-FILE RECORD KEY IS FL-NPM
               INVALID KEY
                   DISPLAY "NPM BELUM PERNAH DISIMPAN DI FILE"
               NOT INVALID KEY
                   PERFORM HAPUS-RECORD-FILE
           END-READ.
           PERFORM GESER-TABEL VARYING J FROM K BY 1
               UNTIL J > N - 1.
           SUBTRACT 1 FROM N.
       HAPUS-RECORD-FILE.
      *    The record is read first so GRADEJRN keeps what was
      *    deleted; a roll-forward checks it against the restore.
           DELETE NILAI-FILE RECORD
               INVALID KEY
                   DISPLAY "NPM BELUM PERNAH DISIMPAN DI FILE"
               NOT INVALID KEY
                   MOVE SPACES TO JURNAL-RECORD
                   MOVE FL-NILAI TO JRN-NILAI-LAMA
                   MOVE FL-KETERANGAN TO JRN-KET-LAMA
                   MOVE 'HPS' TO JRN-ALASAN
                   MOVE 'H' TO JRN-JENIS
                   PERFORM CATAT-JURNAL
                   MOVE 'NILAI DIHAPUS' TO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
           END-DELETE.
       GESER-TABEL.
           MOVE DATA-MHS(J + 1) TO DATA-MHS(J).
       KUNCI-MASTER.
           MOVE WS-OWN-TANGGAL TO WS-RUN-TGL.
           MOVE WS-OWN-JAM(1:4) TO WS-RUN-JAM4.
           MOVE WS-RUN-ID-BUILD TO WS-RUN-ID.
       CATAT-JURNAL.
      *    Inserts and deletes on NILAIFILE go to GRADEJRN. The
      *    caller clears the record and sets the kind, reason and
      *    before or after values first.
           ACCEPT JRN-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT JRN-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR.
           MOVE WS-RUN-ID TO JRN-RUN-ID.
           MOVE 'TUGAS1' TO JRN-PROGRAM.
           MOVE FL-NPM TO JRN-NPM.
           MOVE SPACES TO JRN-KODE-MK.
           IF JRN-HAPUS
               MOVE 'NILAIFILE' TO JRN-MASTER
           ELSE
               PERFORM ISI-JURNAL-FILE
           END-IF.
           OPEN EXTEND JURNAL-FILE.
           IF FS-JURNAL-FILE = '35'
               OPEN OUTPUT JURNAL-FILE
               CLOSE JURNAL-FILE
               OPEN EXTEND JURNAL-FILE
           END-IF.
           WRITE JURNAL-RECORD.
           CLOSE JURNAL-FILE.
       ISI-JURNAL-FILE.
      *    NILAIFILE carries only the name besides the score.
           MOVE 'NILAIFILE' TO JRN-MASTER.
           MOVE FL-NAMA TO JRN-NAMA-BARU.
       CATAT-AUDIT.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT AUD-TANGGAL FROM DATE YYYYMMDD.
