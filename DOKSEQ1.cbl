      ******************************************************************
      * Author:
      * Date:
      * Purpose: Document number allocator. CALLed by TRANSK1 for
      *          every transcript it prints: reads the last handed-out
      *          document number from the DOKSEQ control file, adds
      *          one, saves it back and returns it, so every issued
      *          document in the DOKREG register carries its own
      *          serial number, in the same way AUDSEQ1 numbers the
      *          audit trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOKSEQ1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT URUT-FILE ASSIGN TO "DOKSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-URUT-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  URUT-FILE.
       01  URUT-RECORD.
           02 SEQ-TERAKHIR PIC 9(7).
       WORKING-STORAGE SECTION.
       77  FS-URUT-FILE PIC XX VALUE '00'.
       77  WS-TERAKHIR PIC 9(7) VALUE 0.
       LINKAGE SECTION.
       01  L-NOMOR PIC 9(7).
       PROCEDURE DIVISION USING L-NOMOR.
       MULAI.
           MOVE 0 TO WS-TERAKHIR.
           OPEN INPUT URUT-FILE.
           IF FS-URUT-FILE = '00'
               READ URUT-FILE
                   AT END MOVE 0 TO WS-TERAKHIR
                   NOT AT END
                       IF SEQ-TERAKHIR NUMERIC
                           MOVE SEQ-TERAKHIR TO WS-TERAKHIR
                       END-IF
               END-READ
               CLOSE URUT-FILE
           END-IF.
           ADD 1 TO WS-TERAKHIR.
           OPEN OUTPUT URUT-FILE.
           MOVE WS-TERAKHIR TO SEQ-TERAKHIR.
           WRITE URUT-RECORD.
           CLOSE URUT-FILE.
           MOVE WS-TERAKHIR TO L-NOMOR.
           GOBACK.
       END PROGRAM DOKSEQ1.
