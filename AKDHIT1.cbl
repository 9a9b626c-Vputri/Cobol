      ******************************************************************
      * Author:
      * Date:
      * Purpose: Academic summary rule. CALLed with an NPM, rebuilds
      *          every AKADMST summary record of that student from
      *          the NILAIHST history master: one record per
      *          semester with SKS attempted and earned, IPS, and the
      *          running IPK and cumulative SKS earned. Letter grade
      *          points come from the GRADESCL scale and credit hours
      *          from MKFILE (a course with no catalog row counts one
      *          SKS, as on the TRANSK1 transcript). The student's old
      *          summary records are deleted first, so a rebuild
      *          after a history correction leaves no stale term
      *          behind. Returns the number of semesters written and
      *          status Y, or X when NILAIHST cannot be opened.
      *          ROLLOVR1 and AKDBLD1 both go through here so the
      *          figures are computed one way only.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AKDHIT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HSTSEL.
           COPY AKDSEL.
           COPY SKLSEL.
           COPY MKSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY HSTFD.
           COPY AKDFD.
           COPY SKLFD.
           COPY MKFD.
       WORKING-STORAGE SECTION.
       77  FS-NILAI-HISTORI PIC XX VALUE '00'.
       77  FS-AKADEMIK-FILE PIC XX VALUE '00'.
       77  FS-SKALA-FILE PIC XX VALUE '00'.
       77  FS-MK-FILE PIC XX VALUE '00'.
       77  SW-SKALA-DIMUAT PIC X VALUE 'N'.
       77  SW-KATALOG-MK PIC X VALUE 'N'.
           88 KATALOG-MK-AKTIF VALUE 'Y'.
       77  WS-JML-SKALA PIC 9(2) VALUE 0.
       77  S PIC 9(2) VALUE 0.
       01  TABEL-SKALA.
           02 ISI-TABEL-SKALA OCCURS 20 TIMES.
              03 TS-BATAS PIC 9(3).
              03 TS-HURUF PIC X(2).
              03 TS-BOBOT PIC 9V99.
       77  SW-ADA-HURUF PIC X VALUE 'N'.
       77  WS-BATAS-TERPILIH PIC 9(3) VALUE 0.
       77  WS-BOBOT-HURUF PIC 9V99 VALUE 0.
       77  WS-SKS PIC 9(2) VALUE 0.
       77  SW-HABIS-HST PIC X VALUE 'N'.
           88 HABIS-HST VALUE 'Y'.
       77  SW-HABIS-AKD PIC X VALUE 'N'.
           88 HABIS-AKD VALUE 'Y'.
       77  WS-SEMESTER-LALU PIC X(5) VALUE LOW-VALUES.
       77  WS-SEMESTER PIC X(5) VALUE SPACES.
       77  WS-JML-MK PIC 9(3) VALUE 0.
       77  WS-SKS-AMBIL PIC 9(3) VALUE 0.
       77  WS-SKS-LULUS PIC 9(3) VALUE 0.
       77  WS-MUTU PIC 9(4)V99 VALUE 0.
       77  WS-SKS-KUM-AMBIL PIC 9(4) VALUE 0.
       77  WS-SKS-KUM-LULUS PIC 9(4) VALUE 0.
       77  WS-MUTU-KUM PIC 9(5)V99 VALUE 0.
       77  WS-TANGGAL PIC 9(8) VALUE 0.
       LINKAGE SECTION.
       01  L-NPM PIC X(8).
       01  L-RUN-ID PIC X(12).
       01  L-JML-SEMESTER PIC 9(3).
       01  L-STATUS PIC X(1).
       PROCEDURE DIVISION USING L-NPM, L-RUN-ID, L-JML-SEMESTER,
           L-STATUS.
       MULAI.
           IF SW-SKALA-DIMUAT = 'N'
               PERFORM MUAT-SKALA
           END-IF.
           MOVE 0 TO L-JML-SEMESTER.
           OPEN INPUT NILAI-HISTORI.
           IF FS-NILAI-HISTORI NOT = '00'
               MOVE 'X' TO L-STATUS
               GOBACK
           END-IF.
           PERFORM BUKA-AKADEMIK-IO.
           OPEN INPUT MK-FILE.
           IF FS-MK-FILE = '00'
               MOVE 'Y' TO SW-KATALOG-MK
           ELSE
               MOVE 'N' TO SW-KATALOG-MK
           END-IF.
           ACCEPT WS-TANGGAL FROM DATE YYYYMMDD.
           PERFORM HAPUS-RINGKASAN.
           MOVE 0 TO WS-SKS-KUM-AMBIL.
           MOVE 0 TO WS-SKS-KUM-LULUS.
           MOVE 0 TO WS-MUTU-KUM.
           MOVE LOW-VALUES TO WS-SEMESTER-LALU.
           MOVE 'N' TO SW-HABIS-HST.
           PERFORM PROSES-SEMESTER UNTIL HABIS-HST.
           CLOSE NILAI-HISTORI.
           CLOSE AKADEMIK-FILE.
           IF KATALOG-MK-AKTIF
               CLOSE MK-FILE
           END-IF.
           MOVE 'Y' TO L-STATUS.
           GOBACK.
       BUKA-AKADEMIK-IO.
           OPEN I-O AKADEMIK-FILE.
           IF FS-AKADEMIK-FILE = '35'
               CLOSE AKADEMIK-FILE
               OPEN OUTPUT AKADEMIK-FILE
               CLOSE AKADEMIK-FILE
               OPEN I-O AKADEMIK-FILE.
       HAPUS-RINGKASAN.
           MOVE 'N' TO SW-HABIS-AKD.
           MOVE L-NPM TO AKD-NPM.
           MOVE LOW-VALUES TO AKD-SEMESTER.
           START AKADEMIK-FILE KEY IS NOT LESS THAN AKD-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS-AKD
           END-START.
           PERFORM HAPUS-RINGKASAN-BARIS UNTIL HABIS-AKD.
       HAPUS-RINGKASAN-BARIS.
           READ AKADEMIK-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS-AKD.
           IF NOT HABIS-AKD
               IF AKD-NPM NOT = L-NPM
                   MOVE 'Y' TO SW-HABIS-AKD
               ELSE
                   DELETE AKADEMIK-FILE RECORD
               END-IF
           END-IF.
       PROSES-SEMESTER.
      *    NILAIHST is keyed semester first, so one student's terms
      *    are found by hopping from semester to semester: a START
      *    past the last key of the previous semester lands on the
      *    next semester code, and a second START positions on this
      *    student within it. Semester codes sort in term order.
           MOVE WS-SEMESTER-LALU TO SEMESTER-HST.
           MOVE HIGH-VALUES TO NPM-HST.
           MOVE HIGH-VALUES TO KODE-MK-HST.
           START NILAI-HISTORI KEY IS GREATER THAN HST-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS-HST
           END-START.
           IF NOT HABIS-HST
               READ NILAI-HISTORI NEXT RECORD
                   AT END MOVE 'Y' TO SW-HABIS-HST
               END-READ
           END-IF.
           IF NOT HABIS-HST
               MOVE SEMESTER-HST TO WS-SEMESTER
               MOVE WS-SEMESTER TO WS-SEMESTER-LALU
               PERFORM HITUNG-SEMESTER
           END-IF.
       HITUNG-SEMESTER.
           MOVE 0 TO WS-JML-MK.
           MOVE 0 TO WS-SKS-AMBIL.
           MOVE 0 TO WS-SKS-LULUS.
           MOVE 0 TO WS-MUTU.
           MOVE WS-SEMESTER TO SEMESTER-HST.
           MOVE L-NPM TO NPM-HST.
           MOVE LOW-VALUES TO KODE-MK-HST.
           START NILAI-HISTORI KEY IS NOT LESS THAN HST-KEY
               INVALID KEY MOVE '10' TO FS-NILAI-HISTORI
               NOT INVALID KEY MOVE '00' TO FS-NILAI-HISTORI
           END-START.
           PERFORM HITUNG-MK UNTIL FS-NILAI-HISTORI = '10'.
           IF WS-JML-MK > 0
               PERFORM TULIS-RINGKASAN
           END-IF.
       HITUNG-MK.
           READ NILAI-HISTORI NEXT RECORD
               AT END MOVE '10' TO FS-NILAI-HISTORI.
           IF FS-NILAI-HISTORI NOT = '10'
               IF SEMESTER-HST NOT = WS-SEMESTER
                   OR NPM-HST NOT = L-NPM
                   MOVE '10' TO FS-NILAI-HISTORI
               ELSE
                   PERFORM CARI-HURUF
                   PERFORM CARI-SKS
                   ADD 1 TO WS-JML-MK
                   ADD WS-SKS TO WS-SKS-AMBIL
                   IF KETERANGAN-HST = 'LULUS'
                       ADD WS-SKS TO WS-SKS-LULUS
                   END-IF
                   COMPUTE WS-MUTU =
                       WS-MUTU + (WS-BOBOT-HURUF * WS-SKS)
               END-IF
           END-IF.
       TULIS-RINGKASAN.
           ADD WS-SKS-AMBIL TO WS-SKS-KUM-AMBIL.
           ADD WS-SKS-LULUS TO WS-SKS-KUM-LULUS.
           ADD WS-MUTU TO WS-MUTU-KUM.
           MOVE L-NPM TO AKD-NPM.
           MOVE WS-SEMESTER TO AKD-SEMESTER.
           MOVE WS-JML-MK TO AKD-JML-MK.
           MOVE WS-SKS-AMBIL TO AKD-SKS-AMBIL.
           MOVE WS-SKS-LULUS TO AKD-SKS-LULUS.
           MOVE WS-MUTU TO AKD-MUTU.
           IF WS-SKS-AMBIL > 0
               COMPUTE AKD-IPS ROUNDED = WS-MUTU / WS-SKS-AMBIL
           ELSE
               MOVE 0 TO AKD-IPS
           END-IF.
           MOVE WS-SKS-KUM-AMBIL TO AKD-SKS-KUM-AMBIL.
           MOVE WS-SKS-KUM-LULUS TO AKD-SKS-KUM-LULUS.
           MOVE WS-MUTU-KUM TO AKD-MUTU-KUM.
           IF WS-SKS-KUM-AMBIL > 0
               COMPUTE AKD-IPK ROUNDED =
                   WS-MUTU-KUM / WS-SKS-KUM-AMBIL
           ELSE
               MOVE 0 TO AKD-IPK
           END-IF.
           MOVE WS-TANGGAL TO AKD-TANGGAL.
           MOVE L-RUN-ID TO AKD-RUN-ID.
           WRITE AKADEMIK-RECORD
               INVALID KEY REWRITE AKADEMIK-RECORD
           END-WRITE.
           ADD 1 TO L-JML-SEMESTER.
       MUAT-SKALA.
           MOVE 'Y' TO SW-SKALA-DIMUAT.
           MOVE 0 TO WS-JML-SKALA.
           OPEN INPUT SKALA-FILE.
           IF FS-SKALA-FILE = '00'
               PERFORM MUAT-SKALA-BARIS
                   UNTIL FS-SKALA-FILE = '10'
               CLOSE SKALA-FILE
           END-IF.
       MUAT-SKALA-BARIS.
           READ SKALA-FILE
               AT END MOVE '10' TO FS-SKALA-FILE.
           IF FS-SKALA-FILE NOT = '10'
               IF WS-JML-SKALA < 20
                   ADD 1 TO WS-JML-SKALA
                   MOVE SKL-BATAS TO TS-BATAS(WS-JML-SKALA)
                   MOVE SKL-HURUF TO TS-HURUF(WS-JML-SKALA)
                   MOVE SKL-BOBOT TO TS-BOBOT(WS-JML-SKALA)
               END-IF
           END-IF.
       CARI-HURUF.
      *    The letter is the scale row with the highest cutoff the
      *    score still reaches, as in TRANSK1.
           MOVE 0 TO WS-BOBOT-HURUF.
           MOVE 0 TO WS-BATAS-TERPILIH.
           MOVE 'N' TO SW-ADA-HURUF.
           PERFORM CARI-HURUF-BARIS VARYING S FROM 1 BY 1
               UNTIL S > WS-JML-SKALA.
       CARI-HURUF-BARIS.
           IF NILAI-HST >= TS-BATAS(S)
               AND (SW-ADA-HURUF = 'N'
                   OR TS-BATAS(S) >= WS-BATAS-TERPILIH)
               MOVE 'Y' TO SW-ADA-HURUF
               MOVE TS-BATAS(S) TO WS-BATAS-TERPILIH
               MOVE TS-BOBOT(S) TO WS-BOBOT-HURUF
           END-IF.
       CARI-SKS.
           MOVE 1 TO WS-SKS.
           IF KATALOG-MK-AKTIF
               MOVE KODE-MK-HST TO MK-KODE
               READ MK-FILE RECORD KEY IS MK-KODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MK-SKS TO WS-SKS
               END-READ
           END-IF.
       END PROGRAM AKDHIT1.
