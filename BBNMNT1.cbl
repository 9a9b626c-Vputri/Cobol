      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance screen for the semester SKS load table
      *          (BEBANSKS): add or update a band (lowest previous-
      *          term IPS, SKS limit) and list the table. KRSREG1
      *          refuses an enrollment that would take the student's
      *          semester load over the limit of the band their
      *          previous-term IPS reaches, so the limits are keyed
      *          here, not hard-coded.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BBNMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BBNSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY BBNFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-BEBAN-FILE PIC XX VALUE '00'.
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
       77  WS-JML-BEBAN PIC 9(2) VALUE 0.
       77  K PIC 9(2) VALUE 0.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
       01  ISIAN-BEBAN.
           02 ISI-IPS PIC 9V99.
           02 ISI-IPS-UTUH PIC 9.
           02 ISI-IPS-PECAHAN PIC 99.
           02 ISI-SKS PIC 9(2).
       01  TABEL-BEBAN.
           02 ISI-TABEL-BEBAN OCCURS 20 TIMES.
              03 TB-IPS-MIN PIC 9V99.
              03 TB-SKS-MAKS PIC 9(2).
       01  BARIS-DAFTAR.
           02 BD-IPS PIC 9.99.
           02 FILLER PIC X(5) VALUE SPACES.
           02 BD-SKS PIC Z9.
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   BBNMNT1 - BATAS BEBAN SKS SEMESTER'.
           DISPLAY '========================================'.
           DISPLAY '1. TAMBAH / UBAH BATAS BEBAN'.
           DISPLAY '2. DAFTAR BATAS BEBAN'.
           DISPLAY '3. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-TAMBAH.
           IF PIL = 2 GO TO PAR2-DAFTAR.
           IF PIL = 3 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-TAMBAH.
           PERFORM MUAT-BEBAN.
           PERFORM TERIMA-IPS.
           PERFORM TERIMA-SKS.
           MOVE 'N' TO SW-KETEMU.
           PERFORM UBAH-TABEL VARYING K FROM 1 BY 1
               UNTIL K > WS-JML-BEBAN OR KETEMU.
           IF NOT KETEMU
               IF WS-JML-BEBAN < 20
                   ADD 1 TO WS-JML-BEBAN
                   MOVE ISI-IPS TO TB-IPS-MIN(WS-JML-BEBAN)
                   MOVE ISI-SKS TO TB-SKS-MAKS(WS-JML-BEBAN)
               ELSE
                   DISPLAY 'TABEL BEBAN PENUH (20)'
               END-IF
           END-IF.
           PERFORM SIMPAN-BEBAN.
           MOVE 'BATAS BEBAN SKS DISIMPAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY 'BATAS BEBAN DISIMPAN'.
           GO TO AWAL.
       PAR2-DAFTAR.
           PERFORM MUAT-BEBAN.
           IF WS-JML-BEBAN = 0
               DISPLAY 'BELUM ADA BATAS BEBAN TERSIMPAN'
           ELSE
               DISPLAY 'IPS MIN  SKS MAKS'
               PERFORM TULIS-DAFTAR VARYING K FROM 1 BY 1
                   UNTIL K > WS-JML-BEBAN
           END-IF.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       MUAT-BEBAN.
           MOVE 0 TO WS-JML-BEBAN.
           OPEN INPUT BEBAN-FILE.
           IF FS-BEBAN-FILE NOT = '00'
               CONTINUE
           ELSE
               PERFORM MUAT-BEBAN-BARIS
                   UNTIL FS-BEBAN-FILE = '10'
               CLOSE BEBAN-FILE
           END-IF.
       MUAT-BEBAN-BARIS.
           READ BEBAN-FILE
               AT END MOVE '10' TO FS-BEBAN-FILE.
           IF FS-BEBAN-FILE NOT = '10'
               IF WS-JML-BEBAN < 20
                   ADD 1 TO WS-JML-BEBAN
                   MOVE BBN-IPS-MIN TO TB-IPS-MIN(WS-JML-BEBAN)
                   MOVE BBN-SKS-MAKS TO TB-SKS-MAKS(WS-JML-BEBAN)
               END-IF
           END-IF.
       UBAH-TABEL.
           IF TB-IPS-MIN(K) = ISI-IPS
               MOVE 'Y' TO SW-KETEMU
               MOVE ISI-SKS TO TB-SKS-MAKS(K)
           END-IF.
       SIMPAN-BEBAN.
           OPEN OUTPUT BEBAN-FILE.
           PERFORM SIMPAN-BARIS VARYING K FROM 1 BY 1
               UNTIL K > WS-JML-BEBAN.
           CLOSE BEBAN-FILE.
       SIMPAN-BARIS.
           MOVE SPACES TO BEBAN-RECORD.
           MOVE TB-IPS-MIN(K) TO BBN-IPS-MIN.
           MOVE TB-SKS-MAKS(K) TO BBN-SKS-MAKS.
           WRITE BEBAN-RECORD.
       TERIMA-IPS.
           DISPLAY 'IPS MINIMUM (0-4), BAGIAN UTUH : '.
           ACCEPT ISI-IPS-UTUH.
           DISPLAY 'BAGIAN PECAHAN (2 ANGKA, 0 JIKA TIDAK ADA) : '.
           ACCEPT ISI-IPS-PECAHAN.
           COMPUTE ISI-IPS =
               ISI-IPS-UTUH + (ISI-IPS-PECAHAN / 100).
           IF ISI-IPS > 4
               DISPLAY 'IPS HARUS 0 - 4, ULANGI'
               MOVE 'BBN-IPS-MIN' TO WS-BI-FIELD
               MOVE ISI-IPS-UTUH TO WS-BI-NILAI
               MOVE 'IPS DILUAR RENTANG 0-4' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-IPS.
       TERIMA-SKS.
           DISPLAY 'BATAS SKS SEMESTER (1-30) : '.
           ACCEPT ISI-SKS.
           IF ISI-SKS < 1 OR ISI-SKS > 30
               DISPLAY 'BATAS SKS HARUS 1 - 30, ULANGI'
               MOVE 'BBN-SKS-MAKS' TO WS-BI-FIELD
               MOVE ISI-SKS TO WS-BI-NILAI
               MOVE 'BATAS SKS DILUAR RENTANG 1-30' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-SKS.
       TULIS-DAFTAR.
           MOVE TB-IPS-MIN(K) TO BD-IPS.
           MOVE TB-SKS-MAKS(K) TO BD-SKS.
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
           MOVE 'BBNMNT1' TO AUD-PROGRAM.
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
           MOVE 'BBNMNT1' TO BI-PROGRAM.
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
       END PROGRAM BBNMNT1.
