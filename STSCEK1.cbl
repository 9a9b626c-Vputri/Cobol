      ******************************************************************
      * Author:
      * Date:
      * Purpose: Student status rule. CALLed with an NPM, a semester
      *          code and the student's MHSFILE status, returns the
      *          status in force in that semester and the semester
      *          of the STSHIST change that set it (spaces when the
      *          registry status stands on its own). A graduated
      *          student is L whatever the history says. Otherwise
      *          the last change taking effect in or before the
      *          semester decides; when every change on file takes
      *          effect later, the status the first of them replaced
      *          was in force; with no history (or no STSHIST) the
      *          registry status stands. KRSREG1, STSSMT1 and
      *          PDDEXT1 all go through here so the rule is kept in
      *          one place.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STSCEK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY STHSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY STHFD.
       WORKING-STORAGE SECTION.
       77  FS-STATUS-HISTORI PIC XX VALUE '00'.
       77  SW-ADA-SESUDAH PIC X VALUE 'N'.
           88 ADA-SESUDAH VALUE 'Y'.
       77  SW-ADA-BERLAKU PIC X VALUE 'N'.
           88 ADA-BERLAKU VALUE 'Y'.
       77  WS-STATUS-BERLAKU PIC X(1) VALUE SPACE.
       77  WS-SMT-BERLAKU PIC X(5) VALUE SPACES.
       77  WS-STATUS-SEBELUM PIC X(1) VALUE SPACE.
       LINKAGE SECTION.
       01  L-NPM PIC X(8).
       01  L-SEMESTER PIC X(5).
       01  L-STATUS-KINI PIC X(1).
       01  L-STATUS PIC X(1).
       01  L-SMT-BERLAKU PIC X(5).
       PROCEDURE DIVISION USING L-NPM, L-SEMESTER, L-STATUS-KINI,
           L-STATUS, L-SMT-BERLAKU.
       MULAI.
           MOVE L-STATUS-KINI TO L-STATUS.
           MOVE SPACES TO L-SMT-BERLAKU.
           IF L-STATUS-KINI = 'L'
               GOBACK
           END-IF.
           OPEN INPUT STATUS-HISTORI.
           IF FS-STATUS-HISTORI NOT = '00'
               GOBACK
           END-IF.
           MOVE 'N' TO SW-ADA-SESUDAH.
           MOVE 'N' TO SW-ADA-BERLAKU.
           MOVE L-NPM TO STH-NPM.
           MOVE LOW-VALUES TO STH-SEMESTER.
           MOVE 0 TO STH-URUT.
           START STATUS-HISTORI KEY IS NOT LESS THAN STH-KEY
               INVALID KEY MOVE '10' TO FS-STATUS-HISTORI
           END-START.
           PERFORM BACA-RIWAYAT
               UNTIL FS-STATUS-HISTORI = '10' OR ADA-SESUDAH.
           CLOSE STATUS-HISTORI.
           IF ADA-BERLAKU
               MOVE WS-STATUS-BERLAKU TO L-STATUS
               MOVE WS-SMT-BERLAKU TO L-SMT-BERLAKU
           ELSE
               IF ADA-SESUDAH
                   MOVE WS-STATUS-SEBELUM TO L-STATUS
               END-IF
           END-IF.
           GOBACK.
       BACA-RIWAYAT.
      *    The history is keyed by semester within the NPM, so the
      *    changes come in the order they took effect; the first
      *    change dated after the semester ends the search.
           READ STATUS-HISTORI NEXT RECORD
               AT END MOVE '10' TO FS-STATUS-HISTORI.
           IF FS-STATUS-HISTORI NOT = '10'
               IF STH-NPM NOT = L-NPM
                   MOVE '10' TO FS-STATUS-HISTORI
               ELSE
                   IF STH-SEMESTER > L-SEMESTER
                       MOVE 'Y' TO SW-ADA-SESUDAH
                       MOVE STH-STATUS-LAMA TO WS-STATUS-SEBELUM
                   ELSE
                       MOVE 'Y' TO SW-ADA-BERLAKU
                       MOVE STH-STATUS-BARU TO WS-STATUS-BERLAKU
                       MOVE STH-SEMESTER TO WS-SMT-BERLAKU
                   END-IF
               END-IF
           END-IF.
       END PROGRAM STSCEK1.
