      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor screen for reversing a graduation
      *          posting made in error by LULUS1. Raises a reversal
      *          request against a LULUSAN record with the reason;
      *          the record goes to B and waits until a second
      *          supervisor approves it on LULAPP1, the same
      *          maker-checker rule KNTMNT1 / KNTAPP1 apply to credit
      *          notes. Nothing on MHSFILE changes before then and
      *          the student's grades stay frozen. Also lists the
      *          requests waiting for approval.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LULBTL1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LLSSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY LLSFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-LULUSAN-FILE PIC XX VALUE '00'.
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
       77  JWB-SIMPAN PIC X VALUE 'N'.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  WS-JML-DAFTAR PIC 9(5) VALUE 0.
       77  ISI-NPM PIC X(8) VALUE SPACES.
       77  ISI-ALASAN PIC X(30) VALUE SPACES.
       01  BARIS-DAFTAR.
           02 BD-NPM PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BD-NAMA PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BD-NO-IJAZAH PIC X(20).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BD-PEMOHON PIC X(8).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BD-TGL-MINTA PIC 9(8).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   LULBTL1 - PEMBATALAN POSTING LULUS'.
           DISPLAY '========================================'.
           DISPLAY '1. AJUKAN PEMBATALAN POSTING LULUS'.
           DISPLAY '2. DAFTAR PEMBATALAN MENUNGGU PERSETUJUAN'.
           DISPLAY '3. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-AJUKAN.
           IF PIL = 2 GO TO PAR2-DAFTAR.
           IF PIL = 3 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-AJUKAN.
           OPEN I-O LULUSAN-FILE.
           IF FS-LULUSAN-FILE NOT = '00'
               DISPLAY 'LULUSAN TIDAK TERBUKA, BELUM ADA POSTING'
               GO TO AWAL.
           DISPLAY 'NPM : '.
           ACCEPT ISI-NPM.
           MOVE ISI-NPM TO LLS-NPM.
           READ LULUSAN-FILE RECORD KEY IS LLS-NPM
               INVALID KEY
                   DISPLAY 'NPM TIDAK ADA DI LULUSAN'
                   MOVE 'NPM' TO WS-BI-FIELD
                   MOVE ISI-NPM TO WS-BI-NILAI
                   MOVE 'NPM TIDAK ADA DI LULUSAN' TO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
                   CLOSE LULUSAN-FILE
                   GO TO AWAL
           END-READ.
           DISPLAY 'NPM ' LLS-NPM ' ' LLS-NAMA ' ' LLS-PRODI.
           DISPLAY 'LULUS ' LLS-TGL-LULUS ' IJAZAH ' LLS-NO-IJAZAH
               ' IPK ' LLS-IPK ' SKS ' LLS-SKS.
           DISPLAY 'DIPOSTING ' LLS-TGL-POSTING ' OLEH ' LLS-OPERATOR
               ' RUN-ID ' LLS-RUN-ID ' STATUS ' LLS-STATUS.
           IF NOT LLS-LULUS
               IF LLS-MINTA-BATAL
                   DISPLAY 'PEMBATALAN SUDAH DIAJUKAN OLEH '
                       LLS-PEMOHON-BATAL ', MENUNGGU PERSETUJUAN'
               ELSE
                   DISPLAY 'POSTING INI SUDAH DIBATALKAN'
               END-IF
               CLOSE LULUSAN-FILE
               GO TO AWAL.
           PERFORM TERIMA-ALASAN.
           DISPLAY 'AJUKAN PEMBATALAN POSTING LULUS INI ? (Y/N) : '.
           ACCEPT JWB-SIMPAN.
           IF JWB-SIMPAN NOT = 'Y' AND JWB-SIMPAN NOT = 'y'
               DISPLAY 'PEMBATALAN TIDAK DIAJUKAN'
               CLOSE LULUSAN-FILE
               GO TO AWAL.
           MOVE 'B' TO LLS-STATUS.
           MOVE ISI-ALASAN TO LLS-ALASAN-BATAL.
           MOVE WS-OPERATOR-ID TO LLS-PEMOHON-BATAL.
           ACCEPT LLS-TGL-MINTA-BATAL FROM DATE YYYYMMDD.
           MOVE SPACES TO LLS-PENYETUJU-BATAL.
           MOVE 0 TO LLS-TGL-BATAL.
           REWRITE LULUSAN-RECORD.
           CLOSE LULUSAN-FILE.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'BATAL LULUS DIAJUKAN ' DELIMITED BY SIZE
               ISI-NPM DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY 'PEMBATALAN ' ISI-NPM
               ' MENUNGGU PERSETUJUAN SUPERVISOR LAIN (LULAPP1)'.
           GO TO AWAL.
       PAR2-DAFTAR.
           OPEN INPUT LULUSAN-FILE.
           IF FS-LULUSAN-FILE NOT = '00'
               DISPLAY 'BELUM ADA POSTING LULUS'
               GO TO AWAL.
           MOVE 0 TO WS-JML-DAFTAR.
           MOVE 'N' TO SW-HABIS.
           DISPLAY 'NPM      NAMA                 NO IJAZAH           '
               ' PEMOHON  TGL MINTA'.
           PERFORM TULIS-DAFTAR UNTIL HABIS.
           CLOSE LULUSAN-FILE.
           DISPLAY 'MENUNGGU PERSETUJUAN : ' WS-JML-DAFTAR.
           MOVE 'DAFTAR BATAL LULUS DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       TERIMA-ALASAN.
           DISPLAY 'ALASAN PEMBATALAN : '.
           ACCEPT ISI-ALASAN.
           IF ISI-ALASAN = SPACES
               DISPLAY 'ALASAN TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'ALASAN' TO WS-BI-FIELD
               MOVE ISI-ALASAN TO WS-BI-NILAI
               MOVE 'ALASAN BATAL LULUS KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-ALASAN.
       TULIS-DAFTAR.
           READ LULUSAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS AND LLS-MINTA-BATAL
               MOVE LLS-NPM TO BD-NPM
               MOVE LLS-NAMA TO BD-NAMA
               MOVE LLS-NO-IJAZAH TO BD-NO-IJAZAH
               MOVE LLS-PEMOHON-BATAL TO BD-PEMOHON
               MOVE LLS-TGL-MINTA-BATAL TO BD-TGL-MINTA
               DISPLAY BARIS-DAFTAR
               ADD 1 TO WS-JML-DAFTAR
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
           MOVE 'LULUSAN' TO WS-LOCK-SUMBER.
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
           MOVE 'LULUSAN' TO WS-LOCK-SUMBER.
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
               DISPLAY 'HANYA SUPERVISOR BOLEH MEMBATALKAN POSTING '
                   'LULUS'
               MOVE 'AKSES LULBTL1 DITOLAK' TO WS-AUDIT-AKSI
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
           MOVE 'LULBTL1' TO AUD-PROGRAM.
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
           MOVE 'LULBTL1' TO BI-PROGRAM.
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
       END PROGRAM LULBTL1.
