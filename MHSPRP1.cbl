           MOVE WS-JRN-NILAI-BARU TO JRN-NILAI-BARU.
           MOVE WS-JRN-KET-BARU TO JRN-KET-BARU.
           MOVE 'PRP' TO JRN-ALASAN.
           MOVE 'U' TO JRN-JENIS.
           IF WS-FILE-AKTIF = 'NILAIFILE'
               PERFORM ISI-JURNAL-FILE
           ELSE
               IF WS-FILE-AKTIF = 'NILAIMST'
                   PERFORM ISI-JURNAL-MST
               ELSE
                   MOVE WS-FILE-AKTIF TO JRN-MASTER
                   MOVE NAMA-HST TO JRN-NAMA-BARU
               END-IF
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
