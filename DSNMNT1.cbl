      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the lecturer master (DOSENMST): add
      *          or change a lecturer (ID, name, home program of
      *          study, status), list the lecturers, and remove one.
      *          A lecturer still named on an MKFILE course cannot be
      *          removed; set the status to N instead so MKREG1 stops
      *          accepting the ID on new or changed courses.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSNMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DSNSEL.
           COPY MKSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY DSNFD.
           COPY MKFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-DOSEN-FILE PIC XX VALUE '00'.
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
       77  WS-JML-DAFTAR PIC 9(5) VALUE 0.
       77  WS-JML-MK-DOSEN PIC 9(3) VALUE 0.
       01  ISIAN-DOSEN.
           02 ISI-ID PIC X(8).
           02 ISI-NAMA PIC X(30).
           02 ISI-PRODI PIC X(10).
           02 ISI-STATUS PIC X(1).
       01  BARIS-DAFTAR.
           02 BD-ID PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-NAMA PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-PRODI PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-STATUS PIC X(1).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   DSNMNT1 - MASTER DOSEN'.
           DISPLAY '========================================'.
           DISPLAY '1. TAMBAH / UBAH DOSEN'.
           DISPLAY '2. DAFTAR DOSEN'.
           DISPLAY '3. HAPUS DOSEN'.
           DISPLAY '4. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-TAMBAH.
           IF PIL = 2 GO TO PAR2-DAFTAR.
           IF PIL = 3 GO TO PAR3-HAPUS.
           IF PIL = 4 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-TAMBAH.
           PERFORM BUKA-DOSEN-IO.
           PERFORM TERIMA-ID.
           PERFORM TERIMA-NAMA.
           DISPLAY 'PROGRAM STUDI : '.
           ACCEPT ISI-PRODI.
           PERFORM TERIMA-STATUS.
           MOVE ISI-ID TO DSN-ID.
           READ DOSEN-FILE RECORD KEY IS DSN-ID
               INVALID KEY
                   MOVE ISI-NAMA TO DSN-NAMA
                   MOVE ISI-PRODI TO DSN-PRODI
                   MOVE ISI-STATUS TO DSN-STATUS
                   WRITE DOSEN-RECORD
                   MOVE 'DOSEN DITAMBAHKAN' TO WS-AUDIT-AKSI
               NOT INVALID KEY
                   MOVE ISI-NAMA TO DSN-NAMA
                   MOVE ISI-PRODI TO DSN-PRODI
                   MOVE ISI-STATUS TO DSN-STATUS
                   REWRITE DOSEN-RECORD
                   MOVE 'DOSEN DIUBAH' TO WS-AUDIT-AKSI
           END-READ.
           CLOSE DOSEN-FILE.
           PERFORM CATAT-AUDIT.
           DISPLAY 'DATA DOSEN DISIMPAN'.
           GO TO AWAL.
       PAR2-DAFTAR.
           OPEN INPUT DOSEN-FILE.
           IF FS-DOSEN-FILE NOT = '00'
               DISPLAY 'MASTER DOSEN MASIH KOSONG'
               GO TO AWAL.
           MOVE 0 TO WS-JML-DAFTAR.
           DISPLAY 'ID DOSEN  NAMA                            PRODI'
               '       S'.
           PERFORM TULIS-DAFTAR UNTIL FS-DOSEN-FILE = '10'.
           CLOSE DOSEN-FILE.
           DISPLAY 'JUMLAH DOSEN : ' WS-JML-DAFTAR.
           MOVE 'DAFTAR DOSEN DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       PAR3-HAPUS.
           PERFORM BUKA-DOSEN-IO.
           DISPLAY 'ID DOSEN YANG AKAN DIHAPUS : '.
           ACCEPT ISI-ID.
           MOVE ISI-ID TO DSN-ID.
           READ DOSEN-FILE RECORD KEY IS DSN-ID
               INVALID KEY
                   DISPLAY 'ID DOSEN TIDAK TERDAFTAR'
                   CLOSE DOSEN-FILE
                   GO TO AWAL
           END-READ.
           PERFORM HITUNG-MK-DOSEN.
           IF WS-JML-MK-DOSEN > 0
               DISPLAY 'DOSEN MASIH MENGAMPU ' WS-JML-MK-DOSEN
                   ' MATA KULIAH, UBAH STATUS KE N SAJA'
               MOVE 'DSN-ID' TO WS-BI-FIELD
               MOVE ISI-ID TO WS-BI-NILAI
               MOVE 'DOSEN MASIH DI MKFILE' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               CLOSE DOSEN-FILE
               GO TO AWAL
           END-IF.
           DISPLAY 'HAPUS ' DSN-NAMA ' ? (Y/N) : '.
           ACCEPT JWB-HAPUS.
           IF JWB-HAPUS = 'Y' OR JWB-HAPUS = 'y'
               DELETE DOSEN-FILE RECORD
               MOVE 'DOSEN DIHAPUS' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               DISPLAY 'DOSEN DIHAPUS DARI MASTER'
           END-IF.
           CLOSE DOSEN-FILE.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       BUKA-DOSEN-IO.
           OPEN I-O DOSEN-FILE.
           IF FS-DOSEN-FILE = '35'
               CLOSE DOSEN-FILE
               OPEN OUTPUT DOSEN-FILE
               CLOSE DOSEN-FILE
               OPEN I-O DOSEN-FILE.
       HITUNG-MK-DOSEN.
           MOVE 0 TO WS-JML-MK-DOSEN.
           OPEN INPUT MK-FILE.
           IF FS-MK-FILE = '00'
               PERFORM HITUNG-MK-DOSEN-BARIS UNTIL FS-MK-FILE = '10'
               CLOSE MK-FILE
           END-IF.
       HITUNG-MK-DOSEN-BARIS.
           READ MK-FILE NEXT RECORD
               AT END MOVE '10' TO FS-MK-FILE.
           IF FS-MK-FILE NOT = '10'
               AND MK-DOSEN-ID = ISI-ID
               ADD 1 TO WS-JML-MK-DOSEN
           END-IF.
       TERIMA-ID.
           DISPLAY 'ID DOSEN : '.
           ACCEPT ISI-ID.
           IF ISI-ID = SPACES
               DISPLAY 'ID DOSEN TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'DSN-ID' TO WS-BI-FIELD
               MOVE ISI-ID TO WS-BI-NILAI
               MOVE 'ID DOSEN KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-ID.
       TERIMA-NAMA.
           DISPLAY 'NAMA DOSEN : '.
           ACCEPT ISI-NAMA.
           IF ISI-NAMA = SPACES
               DISPLAY 'NAMA DOSEN TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'DSN-NAMA' TO WS-BI-FIELD
               MOVE ISI-ID TO WS-BI-NILAI
               MOVE 'NAMA DOSEN KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-NAMA.
       TERIMA-STATUS.
           DISPLAY 'STATUS (A=AKTIF / N=TIDAK MENGAJAR) : '.
           ACCEPT ISI-STATUS.
           IF ISI-STATUS NOT = 'A' AND ISI-STATUS NOT = 'N'
               DISPLAY 'STATUS HARUS A ATAU N, ULANGI'
               MOVE 'STATUS' TO WS-BI-FIELD
               MOVE ISI-STATUS TO WS-BI-NILAI
               MOVE 'STATUS HARUS A ATAU N' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-STATUS.
       TULIS-DAFTAR.
           READ DOSEN-FILE NEXT RECORD
               AT END MOVE '10' TO FS-DOSEN-FILE.
           IF FS-DOSEN-FILE NOT = '10'
               MOVE DSN-ID TO BD-ID
               MOVE DSN-NAMA TO BD-NAMA
               MOVE DSN-PRODI TO BD-PRODI
               MOVE DSN-STATUS TO BD-STATUS
               DISPLAY BARIS-DAFTAR
               ADD 1 TO WS-JML-DAFTAR
           END-IF.
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
           MOVE 'DSNMNT1' TO AUD-PROGRAM.
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
           MOVE 'DSNMNT1' TO BI-PROGRAM.
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
       END PROGRAM DSNMNT1.
