      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance screen for the course prerequisite list
      *          (PRASYRT): add a prerequisite row (course, course
      *          that must already be passed), list the rows, and
      *          remove a row. Both codes are validated against the
      *          MKFILE catalog when it is open. KRSREG1 refuses an
      *          enrollment while any prerequisite of the course is
      *          not yet LULUS in NILAIHST or NILAIMST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRSMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY PRSSEL.
           COPY MKSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY PRSFD.
           COPY MKFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-PRASYARAT-FILE PIC XX VALUE '00'.
       77  FS-MK-FILE PIC XX VALUE '00'.
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
       77  FS-BAD-INPUT-FILE PIC XX VALUE '00'.
       77  WS-BI-FIELD PIC X(15).
       77  WS-BI-NILAI PIC X(20).
       77  WS-BI-PESAN PIC X(30).
       77  PIL PIC 9 VALUE 0.
       77  JWB-HAPUS PIC X VALUE 'N'.
       77  WS-JML-PRS PIC 9(3) VALUE 0.
       77  K PIC 9(3) VALUE 0.
       77  WS-PRS-IDX PIC 9(3) VALUE 0.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
       77  SW-KATALOG-MK PIC X VALUE 'N'.
           88 KATALOG-MK-AKTIF VALUE 'Y'.
       77  SW-MK-ADA PIC X VALUE 'N'.
           88 MK-ADA VALUE 'Y'.
           88 MK-TIDAK-ADA VALUE 'N'.
       77  WS-KODE-CARI PIC X(6) VALUE SPACES.
       01  ISIAN-PRS.
           02 ISI-KODE-MK PIC X(6).
           02 ISI-KODE-SYARAT PIC X(6).
       01  TABEL-PRS.
           02 ISI-TABEL-PRS OCCURS 300 TIMES.
              03 TPR-KODE-MK PIC X(6).
              03 TPR-KODE-SYARAT PIC X(6).
       01  BARIS-DAFTAR.
           02 BD-KODE-MK PIC X(6).
           02 FILLER PIC X(4) VALUE SPACES.
           02 BD-KODE-SYARAT PIC X(6).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   PRSMNT1 - PRASYARAT MATA KULIAH'.
           DISPLAY '========================================'.
           DISPLAY '1. TAMBAH PRASYARAT'.
           DISPLAY '2. DAFTAR PRASYARAT'.
           DISPLAY '3. HAPUS PRASYARAT'.
           DISPLAY '4. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-TAMBAH.
           IF PIL = 2 GO TO PAR2-DAFTAR.
           IF PIL = 3 GO TO PAR3-HAPUS.
           IF PIL = 4 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-TAMBAH.
           PERFORM MUAT-PRASYARAT.
           PERFORM BUKA-KATALOG.
           PERFORM TERIMA-KODE-MK.
           PERFORM TERIMA-KODE-SYARAT.
           IF KATALOG-MK-AKTIF
               CLOSE MK-FILE
           END-IF.
           PERFORM CARI-PASANGAN.
           IF KETEMU
               DISPLAY 'PRASYARAT SUDAH TERCATAT'
               GO TO AWAL
           END-IF.
           IF WS-JML-PRS < 300
               ADD 1 TO WS-JML-PRS
               MOVE ISI-KODE-MK TO TPR-KODE-MK(WS-JML-PRS)
               MOVE ISI-KODE-SYARAT TO TPR-KODE-SYARAT(WS-JML-PRS)
               PERFORM SIMPAN-PRASYARAT
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'PRASYARAT ' DELIMITED BY SIZE
                   ISI-KODE-MK DELIMITED BY SIZE
                   ' <- ' DELIMITED BY SIZE
                   ISI-KODE-SYARAT DELIMITED BY SIZE
                   ' DITAMBAH' DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               DISPLAY 'PRASYARAT DISIMPAN'
           ELSE
               DISPLAY 'TABEL PRASYARAT PENUH (300)'
           END-IF.
           GO TO AWAL.
       PAR2-DAFTAR.
           PERFORM MUAT-PRASYARAT.
           IF WS-JML-PRS = 0
               DISPLAY 'BELUM ADA PRASYARAT TERSIMPAN'
           ELSE
               DISPLAY 'KODEMK    SYARAT'
               PERFORM TULIS-DAFTAR VARYING K FROM 1 BY 1
                   UNTIL K > WS-JML-PRS
               DISPLAY 'JUMLAH PRASYARAT : ' WS-JML-PRS
           END-IF.
           GO TO AWAL.
       PAR3-HAPUS.
           PERFORM MUAT-PRASYARAT.
           DISPLAY 'KODE MK : '.
           ACCEPT ISI-KODE-MK.
           DISPLAY 'KODE MK PRASYARAT YANG DIHAPUS : '.
           ACCEPT ISI-KODE-SYARAT.
           PERFORM CARI-PASANGAN.
           IF NOT KETEMU
               DISPLAY 'PRASYARAT TIDAK TERDAFTAR'
               GO TO AWAL
           END-IF.
           DISPLAY 'HAPUS PRASYARAT ' ISI-KODE-SYARAT ' DARI '
               ISI-KODE-MK ' ? (Y/N) : '.
           ACCEPT JWB-HAPUS.
           IF JWB-HAPUS = 'Y' OR JWB-HAPUS = 'y'
               PERFORM GESER-BARIS VARYING K FROM WS-PRS-IDX BY 1
                   UNTIL K >= WS-JML-PRS
               SUBTRACT 1 FROM WS-JML-PRS
               PERFORM SIMPAN-PRASYARAT
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'PRASYARAT ' DELIMITED BY SIZE
                   ISI-KODE-MK DELIMITED BY SIZE
                   ' <- ' DELIMITED BY SIZE
                   ISI-KODE-SYARAT DELIMITED BY SIZE
                   ' DIHAPUS' DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               DISPLAY 'PRASYARAT DIHAPUS'
           END-IF.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       BUKA-KATALOG.
           OPEN INPUT MK-FILE.
           IF FS-MK-FILE = '00'
               MOVE 'Y' TO SW-KATALOG-MK
           ELSE
               MOVE 'N' TO SW-KATALOG-MK
               DISPLAY 'KATALOG MKFILE TIDAK TERBUKA, '
                   'KODE MK TIDAK DIPERIKSA'
           END-IF.
       MUAT-PRASYARAT.
           MOVE 0 TO WS-JML-PRS.
           OPEN INPUT PRASYARAT-FILE.
           IF FS-PRASYARAT-FILE NOT = '00'
               CONTINUE
           ELSE
               PERFORM MUAT-PRASYARAT-BARIS
                   UNTIL FS-PRASYARAT-FILE = '10'
               CLOSE PRASYARAT-FILE
           END-IF.
       MUAT-PRASYARAT-BARIS.
           READ PRASYARAT-FILE
               AT END MOVE '10' TO FS-PRASYARAT-FILE.
           IF FS-PRASYARAT-FILE NOT = '10'
               IF WS-JML-PRS < 300
                   ADD 1 TO WS-JML-PRS
                   MOVE PRS-KODE-MK TO TPR-KODE-MK(WS-JML-PRS)
                   MOVE PRS-KODE-SYARAT
                       TO TPR-KODE-SYARAT(WS-JML-PRS)
               END-IF
           END-IF.
       CARI-PASANGAN.
           MOVE 'N' TO SW-KETEMU.
           MOVE 0 TO WS-PRS-IDX.
           PERFORM CARI-PASANGAN-BARIS VARYING K FROM 1 BY 1
               UNTIL K > WS-JML-PRS OR KETEMU.
       CARI-PASANGAN-BARIS.
           IF TPR-KODE-MK(K) = ISI-KODE-MK
               AND TPR-KODE-SYARAT(K) = ISI-KODE-SYARAT
               MOVE 'Y' TO SW-KETEMU
               MOVE K TO WS-PRS-IDX
           END-IF.
       GESER-BARIS.
           MOVE ISI-TABEL-PRS(K + 1) TO ISI-TABEL-PRS(K).
       SIMPAN-PRASYARAT.
           OPEN OUTPUT PRASYARAT-FILE.
           PERFORM SIMPAN-BARIS VARYING K FROM 1 BY 1
               UNTIL K > WS-JML-PRS.
           CLOSE PRASYARAT-FILE.
       SIMPAN-BARIS.
           MOVE SPACES TO PRASYARAT-RECORD.
           MOVE TPR-KODE-MK(K) TO PRS-KODE-MK.
           MOVE TPR-KODE-SYARAT(K) TO PRS-KODE-SYARAT.
           WRITE PRASYARAT-RECORD.
       TERIMA-KODE-MK.
           DISPLAY 'KODE MK : '.
           ACCEPT ISI-KODE-MK.
           MOVE ISI-KODE-MK TO WS-KODE-CARI.
           PERFORM CARI-KATALOG-MK.
           IF ISI-KODE-MK = SPACES OR MK-TIDAK-ADA
               DISPLAY 'KODE MK KOSONG / TIDAK DI KATALOG, ULANGI'
               MOVE 'PRS-KODE-MK' TO WS-BI-FIELD
               MOVE ISI-KODE-MK TO WS-BI-NILAI
               MOVE 'KODE MK TIDAK DI KATALOG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-KODE-MK
           END-IF.
       TERIMA-KODE-SYARAT.
           DISPLAY 'KODE MK PRASYARAT : '.
           ACCEPT ISI-KODE-SYARAT.
           MOVE ISI-KODE-SYARAT TO WS-KODE-CARI.
           PERFORM CARI-KATALOG-MK.
           IF ISI-KODE-SYARAT = SPACES OR MK-TIDAK-ADA
               OR ISI-KODE-SYARAT = ISI-KODE-MK
               DISPLAY 'PRASYARAT KOSONG / TIDAK SAH, ULANGI'
               MOVE 'PRS-KODE-SYARAT' TO WS-BI-FIELD
               MOVE ISI-KODE-SYARAT TO WS-BI-NILAI
               MOVE 'PRASYARAT TIDAK SAH' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-KODE-SYARAT
           END-IF.
       CARI-KATALOG-MK.
      *    Without the catalog open every non-blank code is taken
      *    as keyed, the same as KRSREG1 does.
           MOVE 'Y' TO SW-MK-ADA.
           IF KATALOG-MK-AKTIF
               MOVE WS-KODE-CARI TO MK-KODE
               READ MK-FILE RECORD KEY IS MK-KODE
                   INVALID KEY
                       MOVE 'N' TO SW-MK-ADA
               END-READ
           END-IF.
       TULIS-DAFTAR.
           MOVE TPR-KODE-MK(K) TO BD-KODE-MK.
           MOVE TPR-KODE-SYARAT(K) TO BD-KODE-SYARAT.
           DISPLAY BARIS-DAFTAR.
       INISIALISASI-SESI.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           MOVE 'Y' TO WS-SESI-DIMULAI.
       TERIMA-OPERATOR.
           CALL 'OPERAUTH' USING WS-OPERATOR-ID,
               WS-OPERATOR-ROLE, WS-AUTH-STATUS.
           IF WS-AUTH-STATUS NOT = 'Y'
               DISPLAY 'OTENTIKASI GAGAL, PROGRAM BERHENTI'
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
           MOVE 'PRSMNT1' TO AUD-PROGRAM.
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
           MOVE 'PRSMNT1' TO BI-PROGRAM.
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
           GOBACK.
       END PROGRAM PRSMNT1.
