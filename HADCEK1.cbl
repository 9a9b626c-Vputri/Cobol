      ******************************************************************
      * Author:
      * Date:
      * Purpose: UAS eligibility rule. CALLed with an NPM and a
      *          course code, counts the student's H (hadir) rows on
      *          the HADIR attendance master for the PERIODE
      *          semester and returns Y when attendance is at least
      *          75 percent of the meetings, N when it is below, and
      *          X when HADIR cannot be opened (rule not applied).
      *          The meetings are the 14 of a regular semester, or
      *          the highest meeting number recorded for the student
      *          when make-up meetings ran past that; a meeting with
      *          no row counts as absent. NILAI1, NILAIBT1, CSVIMP1
      *          and HDRLAP1 all go through here so the rule is kept
      *          in one place.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HADCEK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HDRSEL.
           COPY PRDSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY HDRFD.
           COPY PRDFD.
       WORKING-STORAGE SECTION.
       77  FS-HADIR-FILE PIC XX VALUE '00'.
       77  FS-PERIODE-FILE PIC XX VALUE '00'.
       77  SW-PERIODE-DIBACA PIC X VALUE 'N'.
       77  WS-SEMESTER PIC X(5) VALUE SPACES.
       77  WS-PERTEMUAN-WAJIB PIC 9(2) VALUE 14.
       77  WS-PERSEN-MINIMUM PIC 9(3) VALUE 75.
       77  WS-PERTEMUAN PIC 9(2) VALUE 0.
       77  WS-JML-HADIR PIC 9(2) VALUE 0.
       LINKAGE SECTION.
       01  L-NPM PIC X(8).
       01  L-KODE-MK PIC X(6).
       01  L-HASIL PIC X(1).
       01  L-PERSEN PIC 9(3).
       PROCEDURE DIVISION USING L-NPM, L-KODE-MK, L-HASIL, L-PERSEN.
       MULAI.
           IF SW-PERIODE-DIBACA = 'N'
               PERFORM AMBIL-SEMESTER-PERIODE
           END-IF.
           MOVE 0 TO L-PERSEN.
           OPEN INPUT HADIR-FILE.
           IF FS-HADIR-FILE NOT = '00'
               MOVE 'X' TO L-HASIL
               GOBACK
           END-IF.
           MOVE WS-PERTEMUAN-WAJIB TO WS-PERTEMUAN.
           MOVE 0 TO WS-JML-HADIR.
           MOVE L-NPM TO HDR-NPM.
           MOVE L-KODE-MK TO HDR-KODE-MK.
           MOVE 0 TO HDR-PERTEMUAN.
           START HADIR-FILE KEY IS NOT LESS THAN HDR-KEY
               INVALID KEY MOVE '10' TO FS-HADIR-FILE
           END-START.
           PERFORM HITUNG-HADIR UNTIL FS-HADIR-FILE = '10'.
           CLOSE HADIR-FILE.
           COMPUTE L-PERSEN = WS-JML-HADIR * 100 / WS-PERTEMUAN.
           IF WS-JML-HADIR * 100 < WS-PERSEN-MINIMUM * WS-PERTEMUAN
               MOVE 'N' TO L-HASIL
           ELSE
               MOVE 'Y' TO L-HASIL
           END-IF.
           GOBACK.
       HITUNG-HADIR.
           READ HADIR-FILE NEXT RECORD
               AT END MOVE '10' TO FS-HADIR-FILE.
           IF FS-HADIR-FILE NOT = '10'
               IF HDR-NPM NOT = L-NPM OR HDR-KODE-MK NOT = L-KODE-MK
                   MOVE '10' TO FS-HADIR-FILE
               ELSE
                   IF WS-SEMESTER = SPACES
                       OR HDR-SEMESTER = WS-SEMESTER
                       IF HDR-HADIR
                           ADD 1 TO WS-JML-HADIR
                       END-IF
                       IF HDR-PERTEMUAN > WS-PERTEMUAN
                           MOVE HDR-PERTEMUAN TO WS-PERTEMUAN
                       END-IF
                   END-IF
               END-IF
           END-IF.
       AMBIL-SEMESTER-PERIODE.
      *    Read once per run unit; rows from an earlier semester of a
      *    repeated course do not count towards this one.
           MOVE 'Y' TO SW-PERIODE-DIBACA.
           MOVE SPACES TO WS-SEMESTER.
           OPEN INPUT PERIODE-FILE.
           IF FS-PERIODE-FILE = '00'
               READ PERIODE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE PRD-SEMESTER TO WS-SEMESTER
               END-READ
               CLOSE PERIODE-FILE
           END-IF.
       END PROGRAM HADCEK1.
