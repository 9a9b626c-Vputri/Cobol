      ******************************************************************
      * Author:
      * Date:
      * Purpose: Price-in-force lookup. CALLed with an item code and
      *          a transaction date, it walks that item's HRGHIST
      *          entries and returns the price whose effective date
      *          is the latest one not after the transaction date,
      *          with status Y; status N means HRGHIST has no price
      *          for the item on that date and the caller falls
      *          back to the HARGAMST price. Used by UBAH-TITIK,
      *          VB-KONVERSI, ORDREG1 and HRGMNT1.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRGCARI1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HRHSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY HRHFD.
       WORKING-STORAGE SECTION.
       77  FS-HARGA-HISTORI PIC XX VALUE '00'.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       LINKAGE SECTION.
       01  L-KODE PIC X(9).
       01  L-TANGGAL PIC 9(8).
       01  L-HARGA PIC 9(6)V99.
       01  L-STATUS PIC X(1).
       PROCEDURE DIVISION USING L-KODE, L-TANGGAL, L-HARGA,
           L-STATUS.
       MULAI.
           MOVE 'N' TO L-STATUS.
           OPEN INPUT HARGA-HISTORI.
           IF FS-HARGA-HISTORI = '00'
               MOVE 'N' TO SW-HABIS
               MOVE L-KODE TO HRH-KODE
               MOVE 0 TO HRH-TGL-BERLAKU
               START HARGA-HISTORI KEY IS NOT LESS THAN HRH-KEY
                   INVALID KEY MOVE 'Y' TO SW-HABIS
               END-START
               PERFORM BACA-HISTORI UNTIL HABIS
               CLOSE HARGA-HISTORI
           END-IF.
           GOBACK.
       BACA-HISTORI.
           READ HARGA-HISTORI NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF HRH-KODE NOT = L-KODE
                   OR HRH-TGL-BERLAKU > L-TANGGAL
                   MOVE 'Y' TO SW-HABIS
               ELSE
                   MOVE HRH-HARGA TO L-HARGA
                   MOVE 'Y' TO L-STATUS
               END-IF
           END-IF.
       END PROGRAM HRGCARI1.
