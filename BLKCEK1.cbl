      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registration hold rule. CALLed with an NPM, looks
      *          the student up on the BLOKIR holds master and
      *          returns Y with the first active hold - its type,
      *          the type name, the reason and the office the
      *          student has to see - or N when the student is not
      *          held, and X when BLOKIR cannot be opened (rule not
      *          applied). KRSREG1, TRANSK1 and SLIPNL1 all go
      *          through here so the rule is kept in one place.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLKCEK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BLKSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY BLKFD.
       WORKING-STORAGE SECTION.
       77  FS-BLOKIR-FILE PIC XX VALUE '00'.
       LINKAGE SECTION.
       01  L-NPM PIC X(8).
       01  L-HASIL PIC X(1).
       01  L-JENIS PIC X(1).
       01  L-NAMA-JENIS PIC X(12).
       01  L-ALASAN PIC X(30).
       01  L-KANTOR PIC X(25).
       PROCEDURE DIVISION USING L-NPM, L-HASIL, L-JENIS,
           L-NAMA-JENIS, L-ALASAN, L-KANTOR.
       MULAI.
           MOVE 'N' TO L-HASIL.
           MOVE SPACES TO L-JENIS.
           MOVE SPACES TO L-NAMA-JENIS.
           MOVE SPACES TO L-ALASAN.
           MOVE SPACES TO L-KANTOR.
           OPEN INPUT BLOKIR-FILE.
           IF FS-BLOKIR-FILE NOT = '00'
               MOVE 'X' TO L-HASIL
               GOBACK
           END-IF.
           MOVE L-NPM TO BLK-NPM.
           MOVE LOW-VALUES TO BLK-JENIS.
           START BLOKIR-FILE KEY IS NOT LESS THAN BLK-KEY
               INVALID KEY MOVE '10' TO FS-BLOKIR-FILE
           END-START.
           PERFORM CARI-BLOKIR
               UNTIL FS-BLOKIR-FILE = '10' OR L-HASIL = 'Y'.
           CLOSE BLOKIR-FILE.
           GOBACK.
       CARI-BLOKIR.
           READ BLOKIR-FILE NEXT RECORD
               AT END MOVE '10' TO FS-BLOKIR-FILE.
           IF FS-BLOKIR-FILE NOT = '10'
               IF BLK-NPM NOT = L-NPM
                   MOVE '10' TO FS-BLOKIR-FILE
               ELSE
                   IF BLK-AKTIF
                       MOVE 'Y' TO L-HASIL
                       MOVE BLK-JENIS TO L-JENIS
                       MOVE BLK-ALASAN TO L-ALASAN
                       PERFORM ISI-KANTOR
                   END-IF
               END-IF
           END-IF.
       ISI-KANTOR.
           IF BLK-KEUANGAN
               MOVE 'KEUANGAN' TO L-NAMA-JENIS
               MOVE 'BAGIAN KEUANGAN' TO L-KANTOR
           ELSE
               IF BLK-PERPUSTAKAAN
                   MOVE 'PERPUSTAKAAN' TO L-NAMA-JENIS
                   MOVE 'PERPUSTAKAAN PUSAT' TO L-KANTOR
               ELSE
                   IF BLK-DISIPLIN
                       MOVE 'DISIPLIN' TO L-NAMA-JENIS
                       MOVE 'BAGIAN KEMAHASISWAAN' TO L-KANTOR
                   ELSE
                       MOVE 'LAIN-LAIN' TO L-NAMA-JENIS
                       MOVE 'BAGIAN AKADEMIK' TO L-KANTOR
                   END-IF
               END-IF
           END-IF.
       END PROGRAM BLKCEK1.
