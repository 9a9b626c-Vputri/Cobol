      *          grades on the console. There is no REWRITE path at
      *          all: every file is opened INPUT, per lookup, and
      *          each lookup is logged to AUDITLOG so access stays
      *          traceable. What the operator's role may see goes
      *          through the SMRCEK1 masking rules (a front-desk
      *          role gets a partial NPM and no tugas/UTS/UAS scores
      *          unless SAMARAN says otherwise), and every lookup
      *          that shows any field in clear is written to the
      *          AKSESLOG personal-data access log for AKSLAP1.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY HSTSEL.
           COPY AUDITSEL.
           COPY RUNSEL.
           COPY AKSSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY MHSFD.
           COPY HSTFD.
           COPY AUDITFD.
           COPY RUNFD.
           COPY AKSFD.
       WORKING-STORAGE SECTION.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-NILAI-MASTER PIC XX VALUE '00'.
       77  WS-JML-MK PIC 9(3) VALUE 0.
       77  WS-JML-HST PIC 9(3) VALUE 0.
       77  WS-NILAI-EDIT PIC ZZ9.99.
       77  FS-AKSES-FILE PIC XX VALUE '00'.
       77  WS-SMR-KELUARAN PIC X(8) VALUE 'INQNIL1'.
       77  WS-SMR-MEDAN PIC X(8) VALUE SPACES.
       77  WS-SMR-NILAI PIC X(20) VALUE SPACES.
       77  WS-SMR-AKSI PIC X(1) VALUE SPACE.
       77  WS-AKSI-NILAI PIC X(1) VALUE SPACE.
           88 NILAI-TAMPIL VALUE 'T'.
       77  WS-AKSI-KOMPONEN PIC X(1) VALUE SPACE.
           88 KOMPONEN-TAMPIL VALUE 'T'.
       77  WS-MEDAN-TERBUKA PIC X(40) VALUE SPACES.
       77  WS-PTR-MEDAN PIC 9(2) VALUE 1.
       77  SW-ADA-DATA PIC X VALUE 'N'.
           88 ADA-DATA VALUE 'Y'.
       01  JUDUL-MK.
           02 FILLER PIC X(8) VALUE 'KODE'.
           02 FILLER PIC X(9) VALUE ' NILAI'.
           02 FILLER PIC X(12) VALUE 'KETERANGAN'.
           02 FILLER PIC X(7) VALUE ' TUGAS'.
           02 FILLER PIC X(7) VALUE '   UTS'.
           02 FILLER PIC X(7) VALUE '   UAS'.
       01  BARIS-MK.
           02 BMK-KODE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BMK-NILAI PIC ZZ9.99.
           02 BMK-NILAI-X REDEFINES BMK-NILAI PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 BMK-KETERANGAN PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BMK-KOMPONEN.
              03 BMK-TUGAS PIC ZZ9.99.
              03 FILLER PIC X(1) VALUE SPACE.
              03 BMK-UTS PIC ZZ9.99.
              03 FILLER PIC X(1) VALUE SPACE.
              03 BMK-UAS PIC ZZ9.99.
           02 BMK-KOMPONEN-X REDEFINES BMK-KOMPONEN PIC X(20).
       01  JUDUL-HST.
           02 FILLER PIC X(7) VALUE 'SMT'.
           02 FILLER PIC X(8) VALUE 'KODE'.
           02 FILLER PIC X(9) VALUE ' NILAI'.
           02 FILLER PIC X(12) VALUE 'KETERANGAN'.
           02 FILLER PIC X(7) VALUE ' TUGAS'.
           02 FILLER PIC X(7) VALUE '   UTS'.
           02 FILLER PIC X(7) VALUE '   UAS'.
       01  BARIS-HST.
           02 BH-SEMESTER PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BH-KODE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BH-NILAI PIC ZZ9.99.
           02 BH-NILAI-X REDEFINES BH-NILAI PIC X(6).
           02 FILLER PIC X(3) VALUE SPACES.
           02 BH-KETERANGAN PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BH-KOMPONEN.
              03 BH-TUGAS PIC ZZ9.99.
              03 FILLER PIC X(1) VALUE SPACE.
              03 BH-UTS PIC ZZ9.99.
              03 FILLER PIC X(1) VALUE SPACE.
              03 BH-UAS PIC ZZ9.99.
           02 BH-KOMPONEN-X REDEFINES BH-KOMPONEN PIC X(20).
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM MUAT-ATURAN-NILAI.
           MOVE 'KONSOL INKUIRI DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           MOVE 'Y' TO JWB-LAGI.
           IF WS-NPM-DIMINTA = SPACES
               DISPLAY 'NPM TIDAK BOLEH KOSONG'
           ELSE
               MOVE SPACES TO WS-MEDAN-TERBUKA
               MOVE 1 TO WS-PTR-MEDAN
               MOVE 'N' TO SW-ADA-DATA
               PERFORM TAMPIL-REGISTRASI
               PERFORM TAMPIL-MASTER
               PERFORM TAMPIL-HISTORI
               PERFORM PERIKSA-AKSES
      *        The access trail must say which student was looked
      *        at, not just that a lookup happened.
               MOVE SPACES TO WS-AUDIT-AKSI
                   INVALID KEY
                       DISPLAY 'NPM TIDAK ADA DI REGISTRASI'
                   NOT INVALID KEY
                       MOVE 'Y' TO SW-ADA-DATA
                       MOVE 'NPM' TO WS-SMR-MEDAN
                       MOVE MHS-NPM TO WS-SMR-NILAI
                       PERFORM SAMARKAN-MEDAN
                       DISPLAY 'NPM    : ' WS-SMR-NILAI
                       MOVE 'NAMA' TO WS-SMR-MEDAN
                       MOVE MHS-NAMA TO WS-SMR-NILAI
                       PERFORM SAMARKAN-MEDAN
                       DISPLAY 'NAMA   : ' WS-SMR-NILAI
                       MOVE 'PRODI' TO WS-SMR-MEDAN
                       MOVE MHS-PRODI TO WS-SMR-NILAI
                       PERFORM SAMARKAN-MEDAN
                       DISPLAY 'PRODI  : ' WS-SMR-NILAI
                       PERFORM TAMPIL-STATUS-MHS
                       IF MHS-DIBINA
                           DISPLAY 'CATATAN: DALAM PEMBINAAN '
                               'AKADEMIK'
               END-READ
               CLOSE MHS-FILE
           END-IF.
       TAMPIL-STATUS-MHS.
           IF MHS-AKTIF
               DISPLAY 'STATUS : AKTIF'
           ELSE
               IF MHS-CUTI
                   DISPLAY 'STATUS : CUTI'
               ELSE
                   IF MHS-KELUAR
                       DISPLAY 'STATUS : MENGUNDURKAN DIRI'
                   ELSE
                       IF MHS-DO
                           DISPLAY 'STATUS : DROP OUT'
                       ELSE
                           IF MHS-PINDAH
                               DISPLAY 'STATUS : PINDAH KELUAR'
                           ELSE
                               IF MHS-LULUS
                                   DISPLAY 'STATUS : LULUS'
                               ELSE
                                   DISPLAY 'STATUS : NONAKTIF'
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       TAMPIL-MASTER.
           MOVE 0 TO WS-JML-MK.
           OPEN INPUT NILAI-MASTER.
                   INVALID KEY MOVE 'Y' TO SW-HABIS-MASTER
               END-START
               DISPLAY 'NILAI SEMESTER BERJALAN:'
               IF KOMPONEN-TAMPIL
                   DISPLAY '  ' JUDUL-MK
               END-IF
               PERFORM BACA-MASTER
               PERFORM TAMPIL-BARIS-MK
                   UNTIL HABIS-MASTER
           END-IF.
       TAMPIL-BARIS-MK.
           MOVE KODE-MK-MST TO BMK-KODE.
           IF NILAI-TAMPIL
               MOVE NILAI-MST TO BMK-NILAI
               MOVE KETERANGAN-MST TO BMK-KETERANGAN
           ELSE
               MOVE '   ***' TO BMK-NILAI-X
               MOVE SPACES TO BMK-KETERANGAN
           END-IF.
           IF KOMPONEN-TAMPIL
               MOVE NILAI-TUGAS-MST TO BMK-TUGAS
               MOVE NILAI-UTS-MST TO BMK-UTS
               MOVE NILAI-UAS-MST TO BMK-UAS
           ELSE
               MOVE SPACES TO BMK-KOMPONEN-X
           END-IF.
           DISPLAY '  ' BARIS-MK.
           ADD 1 TO WS-JML-MK.
           PERFORM BACA-MASTER.
           ELSE
               MOVE 'N' TO SW-HABIS-HISTORI
               DISPLAY 'NILAI SEMESTER LALU:'
               IF KOMPONEN-TAMPIL
                   DISPLAY '  ' JUDUL-HST
               END-IF
               PERFORM TAMPIL-BARIS-HST UNTIL HABIS-HISTORI
               IF WS-JML-HST = 0
                   DISPLAY '  BELUM ADA HISTORI'
               AND NPM-HST = WS-NPM-DIMINTA
               MOVE SEMESTER-HST TO BH-SEMESTER
               MOVE KODE-MK-HST TO BH-KODE
               IF NILAI-TAMPIL
                   MOVE NILAI-HST TO BH-NILAI
                   MOVE KETERANGAN-HST TO BH-KETERANGAN
               ELSE
                   MOVE '   ***' TO BH-NILAI-X
                   MOVE SPACES TO BH-KETERANGAN
               END-IF
               IF KOMPONEN-TAMPIL
                   MOVE NILAI-TUGAS-HST TO BH-TUGAS
                   MOVE NILAI-UTS-HST TO BH-UTS
                   MOVE NILAI-UAS-HST TO BH-UAS
               ELSE
                   MOVE SPACES TO BH-KOMPONEN-X
               END-IF
               DISPLAY '  ' BARIS-HST
               ADD 1 TO WS-JML-HST
           END-IF.
       MUAT-ATURAN-NILAI.
      *    Whether grades and their components may be shown depends
      *    on the role only, so it is settled once per session.
           MOVE 'NILAI' TO WS-SMR-MEDAN.
           MOVE SPACES TO WS-SMR-NILAI.
           CALL 'SMRCEK1' USING WS-SMR-KELUARAN, WS-OPERATOR-ROLE,
               WS-SMR-MEDAN, WS-NPM-DIMINTA, WS-SMR-NILAI,
               WS-AKSI-NILAI.
           MOVE 'KOMPONEN' TO WS-SMR-MEDAN.
           MOVE SPACES TO WS-SMR-NILAI.
           CALL 'SMRCEK1' USING WS-SMR-KELUARAN, WS-OPERATOR-ROLE,
               WS-SMR-MEDAN, WS-NPM-DIMINTA, WS-SMR-NILAI,
               WS-AKSI-KOMPONEN.
       SAMARKAN-MEDAN.
           CALL 'SMRCEK1' USING WS-SMR-KELUARAN, WS-OPERATOR-ROLE,
               WS-SMR-MEDAN, WS-NPM-DIMINTA, WS-SMR-NILAI,
               WS-SMR-AKSI.
           IF WS-SMR-AKSI = 'T'
               PERFORM CATAT-MEDAN-TERBUKA
           END-IF.
           IF WS-SMR-AKSI = 'K'
               MOVE '(TIDAK DITAMPILKAN)' TO WS-SMR-NILAI
           END-IF.
       CATAT-MEDAN-TERBUKA.
           STRING WS-SMR-MEDAN DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               INTO WS-MEDAN-TERBUKA WITH POINTER WS-PTR-MEDAN.
       PERIKSA-AKSES.
      *    A lookup that found the student and showed anything in
      *    clear is an access to personal data and goes on AKSESLOG
      *    with the fields that were shown.
           IF WS-JML-MK > 0 OR WS-JML-HST > 0
               MOVE 'Y' TO SW-ADA-DATA
               IF NILAI-TAMPIL
                   MOVE 'NILAI' TO WS-SMR-MEDAN
                   PERFORM CATAT-MEDAN-TERBUKA
               END-IF
               IF KOMPONEN-TAMPIL
                   MOVE 'KOMPONEN' TO WS-SMR-MEDAN
                   PERFORM CATAT-MEDAN-TERBUKA
               END-IF
           END-IF.
           IF ADA-DATA AND WS-MEDAN-TERBUKA NOT = SPACES
               PERFORM CATAT-AKSES
           END-IF.
       CATAT-AKSES.
           MOVE SPACES TO AKSES-RECORD.
           ACCEPT AKS-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT AKS-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO AKS-OPERATOR.
           MOVE WS-OPERATOR-ROLE TO AKS-PERAN.
           MOVE WS-RUN-ID TO AKS-RUN-ID.
           MOVE WS-SMR-KELUARAN TO AKS-KELUARAN.
           MOVE WS-NPM-DIMINTA TO AKS-NPM.
           MOVE WS-MEDAN-TERBUKA TO AKS-MEDAN.
           OPEN EXTEND AKSES-FILE.
           IF FS-AKSES-FILE = '35'
               OPEN OUTPUT AKSES-FILE
               CLOSE AKSES-FILE
               OPEN EXTEND AKSES-FILE
           END-IF.
           WRITE AKSES-RECORD.
           CLOSE AKSES-FILE.
       TERIMA-OPERATOR.
           CALL 'OPERAUTH' USING WS-OPERATOR-ID,
               WS-OPERATOR-ROLE, WS-AUTH-STATUS.
