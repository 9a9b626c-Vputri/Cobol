      ******************************************************************
      * Author:
      * Date:
      * Purpose: Grade-curve rule. CALLed with a curve's method and
      *          parameters, the course mean and standard deviation
      *          and one student's final score; returns the curved
      *          score and its KETERANGAN. G adds a fixed number of
      *          points, R scales the score so the course mean lands
      *          on the target mean, Z places the score at the same
      *          z-score on the target mean and standard deviation.
      *          A curve never lowers a score and never goes above
      *          100; KETERANGAN follows the NILAI1 bands (70 and up
      *          LULUS, 60 up to 70 MENGULANG, below 60 GAGAL).
      *          KURVA1 (preview) and KURVAPP1 (approval) both go
      *          through here so what the board sees is what is
      *          written.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KRVHIT1.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-HITUNG PIC S9(5)V99 VALUE 0.
       LINKAGE SECTION.
       01  L-METODE PIC X(1).
       01  L-GESER PIC 9(3)V99.
       01  L-TARGET-RATA PIC 9(3)V99.
       01  L-TARGET-SB PIC 9(3)V99.
       01  L-RATA PIC 9(3)V99.
       01  L-SIMPANGAN PIC 9(3)V99.
       01  L-NILAI-LAMA PIC 999V99.
       01  L-NILAI-BARU PIC 999V99.
       01  L-KET-BARU PIC X(10).
       PROCEDURE DIVISION USING L-METODE, L-GESER, L-TARGET-RATA,
           L-TARGET-SB, L-RATA, L-SIMPANGAN, L-NILAI-LAMA,
           L-NILAI-BARU, L-KET-BARU.
       MULAI.
           MOVE L-NILAI-LAMA TO WS-HITUNG.
           IF L-METODE = 'G'
               COMPUTE WS-HITUNG = L-NILAI-LAMA + L-GESER
           ELSE
               IF L-METODE = 'R'
                   IF L-RATA > 0
                       COMPUTE WS-HITUNG ROUNDED =
                           L-NILAI-LAMA * L-TARGET-RATA / L-RATA
                   END-IF
               ELSE
                   IF L-METODE = 'Z' AND L-SIMPANGAN > 0
                       COMPUTE WS-HITUNG ROUNDED = L-TARGET-RATA
                           + (L-NILAI-LAMA - L-RATA)
                           * L-TARGET-SB / L-SIMPANGAN
                   END-IF
               END-IF
           END-IF.
           IF WS-HITUNG < L-NILAI-LAMA
               MOVE L-NILAI-LAMA TO WS-HITUNG
           END-IF.
           IF WS-HITUNG > 100
               MOVE 100 TO WS-HITUNG
           END-IF.
           MOVE WS-HITUNG TO L-NILAI-BARU.
           IF L-NILAI-BARU >= 70
               MOVE 'LULUS' TO L-KET-BARU
           ELSE
               IF L-NILAI-BARU >= 60
                   MOVE 'MENGULANG' TO L-KET-BARU
               ELSE
                   MOVE 'GAGAL' TO L-KET-BARU
               END-IF
           END-IF.
           GOBACK.
       END PROGRAM KRVHIT1.
