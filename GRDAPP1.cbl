      *          on approval is the NILAIFILE or NILAIMST record
      *          rewritten, and the GRADEJRN entry carries both the
      *          maker and the approver. A supervisor can never
      *          approve a change they queued themselves, and no
      *          change is applied for a student whose graduation
      *          LULUS1 has posted (LULCEK1).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WS-LOCK-SUMBER PIC X(12) VALUE SPACES.
       77  WS-LOCK-STATUS PIC X(1) VALUE 'N'.
       77  JWB-AKSI PIC X VALUE 'L'.
       77  WS-HASIL-LULUS PIC X(1) VALUE SPACE.
           88 NILAI-DIBEKUKAN VALUE 'Y'.
       77  WS-TGL-LULUS PIC 9(8) VALUE 0.
       77  SW-DIKERJAKAN PIC X VALUE 'N'.
           88 DIKERJAKAN VALUE 'Y'.
       77  WS-NILAI-EDIT PIC ZZ9.99.
           END-IF.
           PERFORM TULIS-KERJA.
       SETUJUI-ENTRI.
      *    A change queued before the student's graduation was
      *    posted may not be applied now the grades are frozen; it
      *    stays open and can only be refused (or applied after an
      *    approved LULAPP1 reversal).
           CALL 'LULCEK1' USING PND-NPM, WS-HASIL-LULUS,
               WS-TGL-LULUS.
           IF NILAI-DIBEKUKAN
               DISPLAY 'MAHASISWA SUDAH LULUS ' WS-TGL-LULUS
                   ', NILAI DIBEKUKAN, ENTRI DIBIARKAN TERBUKA'
               MOVE 'SETUJU NILAI LULUSAN DITOLAK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
           ELSE
               IF PND-MASTER = 'NILAIFILE'
                   PERFORM SETUJUI-NILAIFILE
               ELSE
                   IF PND-MASTER = 'NILAIMST'
                       PERFORM SETUJUI-NILAIMST
                   ELSE
                       DISPLAY 'MASTER ' PND-MASTER ' TIDAK DIKENAL'
                   END-IF
               END-IF
           END-IF.
       SETUJUI-NILAIFILE.
           MOVE WS-JRN-KET-BARU TO JRN-KET-BARU.
           MOVE PND-ALASAN TO JRN-ALASAN.
           MOVE WS-OPERATOR-ID TO JRN-PENYETUJU.
           MOVE 'U' TO JRN-JENIS.
           IF PND-MASTER = 'NILAIFILE'
               PERFORM ISI-JURNAL-FILE
           ELSE
               PERFORM ISI-JURNAL-MST
           END-IF.
           OPEN EXTEND JURNAL-FILE.
           IF FS-JURNAL-FILE = '35'
               OPEN OUTPUT JURNAL-FILE
           END-IF.
           WRITE JURNAL-RECORD.
           CLOSE JURNAL-FILE.
       ISI-JURNAL-MST.
      *    NILAIMST record as it stands after the change, so the
      *    entry can be replayed onto a restored master.
           MOVE 'NILAIMST' TO JRN-MASTER.
           MOVE NAMA-MST TO JRN-NAMA-BARU.
           MOVE NILAI-TUGAS-MST TO JRN-TUGAS-BARU.
           MOVE NILAI-UTS-MST TO JRN-UTS-BARU.
           MOVE NILAI-UAS-MST TO JRN-UAS-BARU.
           MOVE BOBOT-TUGAS-MST TO JRN-BOBOT-TUGAS-BARU.
           MOVE BOBOT-UTS-MST TO JRN-BOBOT-UTS-BARU.
           MOVE BOBOT-UAS-MST TO JRN-BOBOT-UAS-BARU.
       ISI-JURNAL-FILE.
      *    NILAIFILE carries only the name besides the score.
           MOVE 'NILAIFILE' TO JRN-MASTER.
           MOVE FL-NAMA TO JRN-NAMA-BARU.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
