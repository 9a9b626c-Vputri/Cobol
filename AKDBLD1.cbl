      ******************************************************************
      * Author:
      * Date:
      * Purpose: Rebuild of the AKADMST academic summary for named
      *          students. After a grade in the NILAIHST history has
      *          been corrected, the registrar keys the student's NPM
      *          here; every summary record of that student is
      *          recomputed through AKDHIT1 (the same rule ROLLOVR1
      *          uses at rollover) and the rebuilt semesters are
      *          shown with SKS attempted and earned, IPS, IPK and
      *          cumulative SKS earned.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AKDBLD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AKDSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY AKDFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-AKADEMIK-FILE PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
       77  FS-RUN-STAMP-FILE PIC XX VALUE '00'.
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
       77  JWB-LAGI PIC X VALUE 'Y'.
       77  WS-NPM-DIMINTA PIC X(8) VALUE SPACES.
       77  WS-JML-SEMESTER PIC 9(3) VALUE 0.
       77  WS-AKD-STATUS PIC X(1) VALUE SPACE.
       77  WS-JML-MHS PIC 9(4) VALUE 0.
       77  SW-HABIS-AKD PIC X VALUE 'N'.
           88 HABIS-AKD VALUE 'Y'.
       01  BARIS-RINGKAS.
           02 BR-SEMESTER PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-SKS-AMBIL PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 BR-SKS-LULUS PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 BR-IPS PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 BR-IPK PIC 9.99.
           02 FILLER PIC X(3) VALUE SPACES.
           02 BR-SKS-KUM PIC ZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           MOVE 'BANGUN ULANG RINGKASAN DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM BANGUN-MHS
               UNTIL JWB-LAGI = 'N' OR JWB-LAGI = 'n'.
           DISPLAY 'RINGKASAN DIBANGUN ULANG UNTUK ' WS-JML-MHS
               ' MAHASISWA'.
           MOVE 'BANGUN ULANG RINGKASAN SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
           GOBACK.
       BANGUN-MHS.
           PERFORM TERIMA-NPM.
           CALL 'AKDHIT1' USING WS-NPM-DIMINTA, WS-RUN-ID,
               WS-JML-SEMESTER, WS-AKD-STATUS.
           IF WS-AKD-STATUS NOT = 'Y'
               DISPLAY 'NILAIHST TIDAK TERBUKA, RINGKASAN TIDAK '
                   'DIBANGUN'
           ELSE
               IF WS-JML-SEMESTER = 0
                   DISPLAY 'NPM TIDAK ADA DI NILAIHST, '
                       'RINGKASAN DIHAPUS'
                   MOVE 'NPM' TO WS-BI-FIELD
                   MOVE WS-NPM-DIMINTA TO WS-BI-NILAI
                   MOVE 'NPM TIDAK ADA DI NILAIHST' TO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
               ELSE
                   ADD 1 TO WS-JML-MHS
                   PERFORM TAMPIL-RINGKASAN
               END-IF
               MOVE 'RINGKASAN DIBANGUN ULANG' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
           END-IF.
           DISPLAY 'BANGUN ULANG MAHASISWA LAIN ? (Y/N) : '.
           ACCEPT JWB-LAGI.
       TERIMA-NPM.
           DISPLAY 'NPM MAHASISWA : '.
           ACCEPT WS-NPM-DIMINTA.
           IF WS-NPM-DIMINTA = SPACES
               DISPLAY 'NPM TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'NPM' TO WS-BI-FIELD
               MOVE WS-NPM-DIMINTA TO WS-BI-NILAI
               MOVE 'NPM KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-NPM.
       TAMPIL-RINGKASAN.
           DISPLAY 'SMSTR  AMBIL  LULUS  IPS    IPK    SKS KUM'.
           OPEN INPUT AKADEMIK-FILE.
           IF FS-AKADEMIK-FILE = '00'
               MOVE 'N' TO SW-HABIS-AKD
               MOVE WS-NPM-DIMINTA TO AKD-NPM
               MOVE LOW-VALUES TO AKD-SEMESTER
               START AKADEMIK-FILE KEY IS NOT LESS THAN AKD-KEY
                   INVALID KEY MOVE 'Y' TO SW-HABIS-AKD
               END-START
               PERFORM TAMPIL-RINGKASAN-BARIS UNTIL HABIS-AKD
               CLOSE AKADEMIK-FILE
           END-IF.
       TAMPIL-RINGKASAN-BARIS.
           READ AKADEMIK-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS-AKD.
           IF NOT HABIS-AKD
               IF AKD-NPM NOT = WS-NPM-DIMINTA
                   MOVE 'Y' TO SW-HABIS-AKD
               ELSE
                   MOVE AKD-SEMESTER TO BR-SEMESTER
                   MOVE AKD-SKS-AMBIL TO BR-SKS-AMBIL
                   MOVE AKD-SKS-LULUS TO BR-SKS-LULUS
                   MOVE AKD-IPS TO BR-IPS
                   MOVE AKD-IPK TO BR-IPK
                   MOVE AKD-SKS-KUM-LULUS TO BR-SKS-KUM
                   DISPLAY BARIS-RINGKAS
               END-IF
           END-IF.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'AKADMST' TO WS-LOCK-SUMBER.
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
           MOVE 'AKADMST' TO WS-LOCK-SUMBER.
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
           MOVE 'AKDBLD1' TO AUD-PROGRAM.
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
           MOVE 'AKDBLD1' TO BI-PROGRAM.
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
       END PROGRAM AKDBLD1.
