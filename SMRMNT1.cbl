      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor screen for the personal-data masking
      *          rules (SAMARAN): set how one field of one output is
      *          shown to one role - in clear, partly starred, left
      *          out, or as the student's pseudonymous id - remove a
      *          rule (the field falls back to the SMRCEK1 default),
      *          and list the rules. The outputs are the INQNIL1
      *          inquiry console, where the role is the operator's
      *          OPERMST role or '*' for all, and the TUGASEXP,
      *          ALUMNIEX, PDDAKM and PDDNIL extracts, whose
      *          recipient is fixed and whose role is always '*'.
      *          The day set and the operator who set the rule are
      *          kept on the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMRMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SMRSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY SMRFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-SAMARAN-FILE PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
       77  FS-RUN-STAMP-FILE PIC XX VALUE '00'.
       77  WS-SESI-DIMULAI PIC X VALUE 'N'.
       77  WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77  WS-OPERATOR-ROLE PIC X(1) VALUE SPACES.
           88 OPERATOR-SUPERVISOR VALUE 'S'.
       77  WS-AUTH-STATUS PIC X(1) VALUE 'N'.
       77  WS-RUN-ID PIC X(12) VALUE SPACES.
       77  WS-OWN-TANGGAL PIC 9(8).
       77  WS-OWN-JAM PIC 9(8).
       01  WS-RUN-ID-BUILD.
           02 WS-RUN-TGL PIC 9(8).
           02 WS-RUN-JAM4 PIC 9(4).
       77  WS-LOCK-AKSI PIC X(1) VALUE SPACE.
       77  WS-LOCK-SUMBER PIC X(12) VALUE SPACES.
       77  WS-LOCK-STATUS PIC X(1) VALUE 'N'.
       77  FS-BAD-INPUT-FILE PIC XX VALUE '00'.
       77  WS-BI-FIELD PIC X(15).
       77  WS-BI-NILAI PIC X(20).
       77  WS-BI-PESAN PIC X(30).
       77  PIL PIC 9 VALUE 0.
       77  JWB-HAPUS PIC X VALUE 'N'.
       77  WS-JML-DAFTAR PIC 9(5) VALUE 0.
       77  WS-F-KELUARAN PIC X(8) VALUE SPACES.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       01  ISIAN-ATURAN.
           02 ISI-KELUARAN PIC X(8).
              88 ISI-KELUARAN-SAH VALUE 'INQNIL1' 'TUGASEXP'
                 'ALUMNIEX' 'PDDAKM' 'PDDNIL'.
              88 ISI-KELUARAN-EKSTRAK VALUE 'TUGASEXP' 'ALUMNIEX'
                 'PDDAKM' 'PDDNIL'.
           02 ISI-PERAN PIC X(1).
              88 ISI-PERAN-SAH VALUE 'S' 'O' '*'.
           02 ISI-MEDAN PIC X(8).
              88 ISI-MEDAN-SAH VALUE 'NPM' 'NAMA' 'PRODI'
                 'NILAI' 'KOMPONEN' 'IJAZAH' 'IPK'.
              88 ISI-MEDAN-IDENTITAS VALUE 'NPM' 'NAMA'.
              88 ISI-MEDAN-TEKS VALUE 'NPM' 'NAMA' 'IJAZAH'.
           02 ISI-AKSI PIC X(1).
              88 ISI-AKSI-SAH VALUE 'T' 'S' 'K' 'P'.
       01  BARIS-DAFTAR.
           02 BD-KELUARAN PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-PERAN PIC X(1).
           02 FILLER PIC X(4) VALUE SPACES.
           02 BD-MEDAN PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-AKSI PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-NAMA-AKSI PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-TANGGAL PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-OLEH PIC X(8).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   SMRMNT1 - ATURAN SAMARAN DATA PRIBADI'.
           DISPLAY '========================================'.
           DISPLAY '1. ATUR ATURAN'.
           DISPLAY '2. HAPUS ATURAN'.
           DISPLAY '3. DAFTAR ATURAN'.
           DISPLAY '4. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-ATUR.
           IF PIL = 2 GO TO PAR2-HAPUS.
           IF PIL = 3 GO TO PAR3-DAFTAR.
           IF PIL = 4 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-ATUR.
           PERFORM TERIMA-KELUARAN.
           PERFORM TERIMA-PERAN.
           PERFORM TERIMA-MEDAN.
           PERFORM TERIMA-AKSI.
           PERFORM BUKA-SAMARAN-IO.
           MOVE ISI-KELUARAN TO SMR-KELUARAN.
           MOVE ISI-PERAN TO SMR-PERAN.
           MOVE ISI-MEDAN TO SMR-MEDAN.
           READ SAMARAN-FILE RECORD KEY IS SMR-KEY
               INVALID KEY
                   PERFORM PINDAH-ISIAN
                   WRITE SAMARAN-RECORD
               NOT INVALID KEY
                   PERFORM PINDAH-ISIAN
                   REWRITE SAMARAN-RECORD
           END-READ.
           CLOSE SAMARAN-FILE.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'ATURAN SAMARAN ' DELIMITED BY SIZE
               ISI-KELUARAN DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               ISI-PERAN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ISI-MEDAN DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               ISI-AKSI DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY 'ATURAN DISIMPAN'.
           GO TO AWAL.
       PAR2-HAPUS.
           OPEN I-O SAMARAN-FILE.
           IF FS-SAMARAN-FILE NOT = '00'
               DISPLAY 'MASTER SAMARAN MASIH KOSONG'
               GO TO AWAL.
           DISPLAY 'KELUARAN : '.
           ACCEPT ISI-KELUARAN.
           DISPLAY 'PERAN    : '.
           ACCEPT ISI-PERAN.
           DISPLAY 'MEDAN    : '.
           ACCEPT ISI-MEDAN.
           MOVE ISI-KELUARAN TO SMR-KELUARAN.
           MOVE ISI-PERAN TO SMR-PERAN.
           MOVE ISI-MEDAN TO SMR-MEDAN.
           READ SAMARAN-FILE RECORD KEY IS SMR-KEY
               INVALID KEY
                   DISPLAY 'ATURAN TIDAK ADA'
                   CLOSE SAMARAN-FILE
                   GO TO AWAL
           END-READ.
           MOVE SMR-AKSI TO BD-AKSI.
           PERFORM ISI-NAMA-AKSI.
           DISPLAY 'AKSI     : ' SMR-AKSI ' ' BD-NAMA-AKSI.
           DISPLAY 'DIATUR   : ' SMR-TANGGAL ' OLEH ' SMR-OLEH.
           DISPLAY 'HAPUS ATURAN INI ? (Y/N) : '.
           ACCEPT JWB-HAPUS.
           IF JWB-HAPUS = 'Y' OR JWB-HAPUS = 'y'
               DELETE SAMARAN-FILE RECORD
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'ATURAN SAMARAN DIHAPUS ' DELIMITED BY SIZE
                   ISI-KELUARAN DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   ISI-PERAN DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ISI-MEDAN DELIMITED BY SPACE
                   INTO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               DISPLAY 'ATURAN DIHAPUS, KEMBALI KE ATURAN BAKU'
           END-IF.
           CLOSE SAMARAN-FILE.
           GO TO AWAL.
       PAR3-DAFTAR.
           OPEN INPUT SAMARAN-FILE.
           IF FS-SAMARAN-FILE NOT = '00'
               DISPLAY 'MASTER SAMARAN MASIH KOSONG'
               GO TO AWAL.
           DISPLAY 'KELUARAN (SPASI=SEMUA) : '.
           ACCEPT WS-F-KELUARAN.
           MOVE 0 TO WS-JML-DAFTAR.
           MOVE 'N' TO SW-HABIS.
           DISPLAY 'KELUARAN  PERAN MEDAN     A  ARTI        '
               'TANGGAL   OLEH'.
           PERFORM TULIS-DAFTAR UNTIL HABIS.
           CLOSE SAMARAN-FILE.
           DISPLAY 'JUMLAH ATURAN : ' WS-JML-DAFTAR.
           MOVE 'DAFTAR ATURAN SAMARAN DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       BUKA-SAMARAN-IO.
           OPEN I-O SAMARAN-FILE.
           IF FS-SAMARAN-FILE = '35'
               CLOSE SAMARAN-FILE
               OPEN OUTPUT SAMARAN-FILE
               CLOSE SAMARAN-FILE
               OPEN I-O SAMARAN-FILE.
       PINDAH-ISIAN.
           MOVE ISI-AKSI TO SMR-AKSI.
           ACCEPT SMR-TANGGAL FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR-ID TO SMR-OLEH.
       TERIMA-KELUARAN.
           DISPLAY 'KELUARAN (INQNIL1 / TUGASEXP / ALUMNIEX / '
               'PDDAKM / PDDNIL) : '.
           ACCEPT ISI-KELUARAN.
           IF NOT ISI-KELUARAN-SAH
               DISPLAY 'KELUARAN TIDAK DIKENAL, ULANGI'
               MOVE 'KELUARAN' TO WS-BI-FIELD
               MOVE ISI-KELUARAN TO WS-BI-NILAI
               MOVE 'KELUARAN TIDAK DIKENAL' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-KELUARAN.
       TERIMA-PERAN.
      *    An extract has no viewer sign-on: its one rule per field
      *    is the '*' rule for whoever receives it.
           IF ISI-KELUARAN-EKSTRAK
               MOVE '*' TO ISI-PERAN
           ELSE
               DISPLAY 'PERAN (S=SUPERVISOR / O=OPERATOR / '
                   '*=SEMUA) : '
               ACCEPT ISI-PERAN
               IF NOT ISI-PERAN-SAH
                   DISPLAY 'PERAN HARUS S, O ATAU *, ULANGI'
                   MOVE 'PERAN' TO WS-BI-FIELD
                   MOVE ISI-PERAN TO WS-BI-NILAI
                   MOVE 'PERAN HARUS S/O/*' TO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
                   PERFORM TERIMA-PERAN
               END-IF
           END-IF.
       TERIMA-MEDAN.
           DISPLAY 'MEDAN (NPM/NAMA/PRODI/NILAI/KOMPONEN/IJAZAH/'
               'IPK) : '.
           ACCEPT ISI-MEDAN.
           IF NOT ISI-MEDAN-SAH
               DISPLAY 'MEDAN TIDAK DIKENAL, ULANGI'
               MOVE 'MEDAN' TO WS-BI-FIELD
               MOVE ISI-MEDAN TO WS-BI-NILAI
               MOVE 'MEDAN TIDAK DIKENAL' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-MEDAN.
       TERIMA-AKSI.
           DISPLAY 'AKSI (T=TAMPIL / S=SEBAGIAN / K=KOSONG / '
               'P=PSEUDONIM) : '.
           ACCEPT ISI-AKSI.
           MOVE SPACES TO WS-BI-PESAN.
           IF NOT ISI-AKSI-SAH
               MOVE 'AKSI HARUS T/S/K/P' TO WS-BI-PESAN
           ELSE
               IF ISI-AKSI = 'P' AND NOT ISI-MEDAN-IDENTITAS
                   MOVE 'PSEUDONIM HANYA NPM/NAMA' TO WS-BI-PESAN
               END-IF
               IF ISI-AKSI = 'S' AND NOT ISI-MEDAN-TEKS
                   MOVE 'SEBAGIAN HANYA NPM/NAMA/IJAZAH'
                       TO WS-BI-PESAN
               END-IF
           END-IF.
           IF WS-BI-PESAN NOT = SPACES
               DISPLAY WS-BI-PESAN ', ULANGI'
               MOVE 'AKSI' TO WS-BI-FIELD
               MOVE ISI-AKSI TO WS-BI-NILAI
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-AKSI
           END-IF.
       TULIS-DAFTAR.
           READ SAMARAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF WS-F-KELUARAN = SPACES
                   OR SMR-KELUARAN = WS-F-KELUARAN
                   PERFORM TAMPIL-ATURAN
               END-IF
           END-IF.
       TAMPIL-ATURAN.
           MOVE SMR-KELUARAN TO BD-KELUARAN.
           MOVE SMR-PERAN TO BD-PERAN.
           MOVE SMR-MEDAN TO BD-MEDAN.
           MOVE SMR-AKSI TO BD-AKSI.
           PERFORM ISI-NAMA-AKSI.
           MOVE SMR-TANGGAL TO BD-TANGGAL.
           MOVE SMR-OLEH TO BD-OLEH.
           DISPLAY BARIS-DAFTAR.
           ADD 1 TO WS-JML-DAFTAR.
       ISI-NAMA-AKSI.
           IF BD-AKSI = 'T'
               MOVE 'TAMPIL' TO BD-NAMA-AKSI
           ELSE
               IF BD-AKSI = 'S'
                   MOVE 'SEBAGIAN' TO BD-NAMA-AKSI
               ELSE
                   IF BD-AKSI = 'K'
                       MOVE 'KOSONG' TO BD-NAMA-AKSI
                   ELSE
                       IF BD-AKSI = 'P'
                           MOVE 'PSEUDONIM' TO BD-NAMA-AKSI
                       ELSE
                           MOVE '?' TO BD-NAMA-AKSI
                       END-IF
                   END-IF
               END-IF
           END-IF.
       INISIALISASI-SESI.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           MOVE 'Y' TO WS-SESI-DIMULAI.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'SAMARAN' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
       KUNCI-SUMBER.
           MOVE 'K' TO WS-LOCK-AKSI.
           PERFORM PANGGIL-KUNCI.
           IF WS-LOCK-STATUS NOT = 'Y'
               DISPLAY 'MASTER ' WS-LOCK-SUMBER
                   ' SEDANG DIKUNCI, PROGRAM BERHENTI'
               MOVE 'DITOLAK KUNCI MASTER' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
       LEPAS-MASTER.
           MOVE 'SAMARAN' TO WS-LOCK-SUMBER.
           PERFORM LEPAS-SUMBER.
       LEPAS-SUMBER.
           MOVE 'L' TO WS-LOCK-AKSI.
           PERFORM PANGGIL-KUNCI.
       PANGGIL-KUNCI.
           CALL 'LOCKMGR1' USING WS-LOCK-AKSI, WS-LOCK-SUMBER,
               WS-OPERATOR-ID, WS-RUN-ID, WS-LOCK-STATUS.
       TERIMA-OPERATOR.
           CALL 'OPERAUTH' USING WS-OPERATOR-ID,
               WS-OPERATOR-ROLE, WS-AUTH-STATUS.
           IF WS-AUTH-STATUS NOT = 'Y'
               DISPLAY 'OTENTIKASI GAGAL, PROGRAM BERHENTI'
               GOBACK
           END-IF.
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY 'HANYA SUPERVISOR BOLEH MENGATUR SAMARAN'
               MOVE 'AKSES SMRMNT1 DITOLAK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               GOBACK
           END-IF.
       BACA-RUN-STAMP.
           OPEN INPUT RUN-STAMP-FILE.
           IF FS-RUN-STAMP-FILE = '35'
               PERFORM BUAT-RUN-ID-SENDIRI
           ELSE
               READ RUN-STAMP-FILE
                   AT END PERFORM BUAT-RUN-ID-SENDIRI
               END-READ
               IF FS-RUN-STAMP-FILE NOT = '10'
                   MOVE RS-RUN-ID TO WS-RUN-ID
               END-IF
               CLOSE RUN-STAMP-FILE
           END-IF.
       BUAT-RUN-ID-SENDIRI.
           ACCEPT WS-OWN-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT WS-OWN-JAM FROM TIME.
           MOVE WS-OWN-TANGGAL TO WS-RUN-TGL.
           MOVE WS-OWN-JAM(1:4) TO WS-RUN-JAM4.
           MOVE WS-RUN-ID-BUILD TO WS-RUN-ID.
       CATAT-AUDIT.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT AUD-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT AUD-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-RUN-ID TO AUD-RUN-ID.
           MOVE 'SMRMNT1' TO AUD-PROGRAM.
           MOVE WS-AUDIT-AKSI TO AUD-AKSI.
           CALL 'AUDSEQ1' USING WS-AUDIT-URUT.
           MOVE WS-AUDIT-URUT TO AUD-URUT.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDIT-FILE = '35'
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       CATAT-BADINPUT.
           MOVE SPACES TO BAD-INPUT-RECORD.
           ACCEPT BI-TANGGAL FROM DATE YYYYMMDD.
           MOVE 'O' TO BI-STATUS.
           MOVE 'SMRMNT1' TO BI-PROGRAM.
           MOVE WS-BI-FIELD TO BI-FIELD.
           MOVE WS-BI-NILAI TO BI-NILAI-SALAH.
           MOVE WS-BI-PESAN TO BI-PESAN.
           OPEN EXTEND BAD-INPUT-FILE.
           IF FS-BAD-INPUT-FILE = '35'
               OPEN OUTPUT BAD-INPUT-FILE
               CLOSE BAD-INPUT-FILE
               OPEN EXTEND BAD-INPUT-FILE
           END-IF.
           WRITE BAD-INPUT-RECORD.
           CLOSE BAD-INPUT-FILE.
       AKHIR.
           PERFORM LEPAS-MASTER.
           GOBACK.
       END PROGRAM SMRMNT1.
