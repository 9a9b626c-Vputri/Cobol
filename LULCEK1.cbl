      ******************************************************************
      * Author:
      * Date:
      * Purpose: Graduation freeze rule. CALLed with an NPM, looks
      *          the student up on the LULUSAN graduate master and
      *          returns Y with the graduation date when the student
      *          is posted as graduated (or a reversal is still
      *          waiting for approval), so the grades must not be
      *          changed; N when the student is not graduated or the
      *          posting was reversed; X when LULUSAN cannot be
      *          opened (rule not applied). NILAI1, TUGAS1, KOREKSI1,
      *          GRDAPP1, NILAIBT1, REMED1, CSVIMP1 and the KURVA1 /
      *          KURVAPP1 grade curve all go through here so the rule
      *          is kept in one place.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LULCEK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LLSSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY LLSFD.
       WORKING-STORAGE SECTION.
       77  FS-LULUSAN-FILE PIC XX VALUE '00'.
       LINKAGE SECTION.
       01  L-NPM PIC X(8).
       01  L-HASIL PIC X(1).
       01  L-TGL-LULUS PIC 9(8).
       PROCEDURE DIVISION USING L-NPM, L-HASIL, L-TGL-LULUS.
       MULAI.
           MOVE 'N' TO L-HASIL.
           MOVE 0 TO L-TGL-LULUS.
           OPEN INPUT LULUSAN-FILE.
           IF FS-LULUSAN-FILE NOT = '00'
               MOVE 'X' TO L-HASIL
               GOBACK
           END-IF.
           MOVE L-NPM TO LLS-NPM.
           READ LULUSAN-FILE RECORD KEY IS LLS-NPM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LLS-BEKU
                       MOVE 'Y' TO L-HASIL
                       MOVE LLS-TGL-LULUS TO L-TGL-LULUS
                   END-IF
           END-READ.
           CLOSE LULUSAN-FILE.
           GOBACK.
       END PROGRAM LULCEK1.
