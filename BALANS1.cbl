      *          out-of-balance statement to BALANRPT. An
      *          out-of-balance result is shouted on the console and
      *          written to AUDITLOG so the night operator escalates.
      *          When PULIH1 rolled a master forward in the run, its
      *          PULIHRPT control line is checked (count before
      *          replay + inserts - deletes = count after) and the
      *          recovered count becomes that master's baseline, so
      *          only audit entries stamped after the roll-forward
      *          are netted against it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LAPORAN-BALANS ASSIGN TO "BALANRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-BALANS.
           COPY PLHSEL.
           COPY AUDITSEL.
           COPY RUNSEL.
           COPY PRMSEL.
           02 BS-JML PIC 9(7).
       FD  LAPORAN-BALANS.
       01  LAPORAN-BALANS-BARIS PIC X(80).
           COPY PLHFD.
           COPY AUDITFD.
           COPY RUNFD.
           COPY PRMFD.
       77  WS-HARAP-MASTER PIC S9(8) VALUE 0.
       77  SW-SEIMBANG PIC X VALUE 'Y'.
           88 SEIMBANG VALUE 'Y'.
       77  FS-PULIH-LAPORAN PIC XX VALUE '00'.
       77  SW-PULIH-FILE PIC X VALUE 'N'.
           88 PULIH-FILE VALUE 'Y'.
       77  SW-PULIH-MASTER PIC X VALUE 'N'.
           88 PULIH-MASTER VALUE 'Y'.
       77  SW-PULIH-COCOK PIC X VALUE 'Y'.
           88 PULIH-COCOK VALUE 'Y'.
       77  WS-PULIH-WAKTU-FILE PIC X(16) VALUE SPACES.
       77  WS-PULIH-WAKTU-MASTER PIC X(16) VALUE SPACES.
       77  WS-PULIH-AKHIR-FILE PIC 9(7) VALUE 0.
       77  WS-PULIH-AKHIR-MASTER PIC 9(7) VALUE 0.
       77  WS-PULIH-HARAP PIC S9(8) VALUE 0.
       77  SW-IKUT-FILE PIC X VALUE 'Y'.
           88 IKUT-FILE VALUE 'Y'.
       77  SW-IKUT-MASTER PIC X VALUE 'Y'.
           88 IKUT-MASTER VALUE 'Y'.
       01  WS-WAKTU-AUD.
           02 WA-TGL PIC 9(8).
           02 WA-JAM PIC 9(8).
       01  JUDUL-BALANS.
           02 FILLER PIC X(26)
              VALUE 'LAPORAN SALDO RUN-ID '.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           PERFORM TERIMA-RUN-ID.
           PERFORM BACA-PULIH.
           PERFORM HITUNG-AUDIT.
           PERFORM HITUNG-FILE.
           PERFORM HITUNG-MASTER.
           PERFORM BACA-SNAPSHOT.
           PERFORM PAKAI-PULIH.
           PERFORM PERIKSA-SALDO.
           PERFORM TULIS-LAPORAN.
           PERFORM SIMPAN-SNAPSHOT.
           IF WS-RUN-DIMINTA = SPACES
               MOVE WS-RUN-ID TO WS-RUN-DIMINTA
           END-IF.
       BACA-PULIH.
           OPEN INPUT PULIH-LAPORAN.
           IF FS-PULIH-LAPORAN = '00'
               PERFORM BACA-PULIH-BARIS
                   UNTIL FS-PULIH-LAPORAN = '10'
               CLOSE PULIH-LAPORAN
           END-IF.
       BACA-PULIH-BARIS.
      *    Only the CTL lines of a roll-forward in this run count.
           READ PULIH-LAPORAN
               AT END MOVE '10' TO FS-PULIH-LAPORAN.
           IF FS-PULIH-LAPORAN NOT = '10'
               AND PK-TANDA = 'CTL'
               AND PK-RUN-ID = WS-RUN-DIMINTA
               COMPUTE WS-PULIH-HARAP = PK-AWAL + PK-TAMBAH
                   - PK-HAPUS
               IF WS-PULIH-HARAP NOT = PK-AKHIR
                   MOVE 'N' TO SW-PULIH-COCOK
                   MOVE 'N' TO SW-SEIMBANG
               END-IF
               IF PK-MASTER = 'NILAIFILE'
                   MOVE 'Y' TO SW-PULIH-FILE
                   MOVE PK-WAKTU TO WS-PULIH-WAKTU-FILE
                   MOVE PK-AKHIR TO WS-PULIH-AKHIR-FILE
               END-IF
               IF PK-MASTER = 'NILAIMST'
                   MOVE 'Y' TO SW-PULIH-MASTER
                   MOVE PK-WAKTU TO WS-PULIH-WAKTU-MASTER
                   MOVE PK-AKHIR TO WS-PULIH-AKHIR-MASTER
               END-IF
           END-IF.
       HITUNG-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT-FILE NOT = '00'
               PERFORM HITUNG-SATU-AKSI
           END-IF.
       HITUNG-SATU-AKSI.
      *    Movement already inside a rolled-forward master's
      *    recovered count is not netted a second time.
           MOVE AUD-TANGGAL TO WA-TGL.
           MOVE AUD-JAM TO WA-JAM.
           MOVE 'Y' TO SW-IKUT-FILE SW-IKUT-MASTER.
           IF PULIH-FILE AND WS-WAKTU-AUD NOT > WS-PULIH-WAKTU-FILE
               MOVE 'N' TO SW-IKUT-FILE
           END-IF.
           IF PULIH-MASTER
               AND WS-WAKTU-AUD NOT > WS-PULIH-WAKTU-MASTER
               MOVE 'N' TO SW-IKUT-MASTER
           END-IF.
           IF AUD-PROGRAM = 'TUGAS1' AND IKUT-FILE
               IF AUD-AKSI = 'NILAI DIMASUKKAN'
                   ADD 1 TO WS-INS-TUGAS1
               END-IF
                   ADD 1 TO WS-UBAH-TUGAS1
               END-IF
           END-IF.
           IF (AUD-PROGRAM = 'NILAI1' OR AUD-PROGRAM = 'NILAIBT1')
               AND IKUT-MASTER
               IF AUD-AKSI = 'NILAI DIMASUKKAN'
                   ADD 1 TO WS-INS-NILAIMST
               END-IF
           END-IF.
           IF AUD-PROGRAM = 'KOREKSI1'
               IF AUD-AKSI = 'NILAI DIMASUKKAN NILAIFILE'
                   AND IKUT-FILE
                   ADD 1 TO WS-INS-KOR-FILE
               END-IF
               IF AUD-AKSI = 'NILAI DIMASUKKAN NILAIMST'
                   AND IKUT-MASTER
                   ADD 1 TO WS-INS-KOR-MST
               END-IF
           END-IF.
                   MOVE BS-JML TO WS-SNAP-MASTER
               END-IF
           END-IF.
       PAKAI-PULIH.
      *    A rolled-forward master balances from its recovered
      *    count instead of the previous snapshot.
           IF PULIH-FILE
               MOVE WS-PULIH-AKHIR-FILE TO WS-SNAP-FILE
           END-IF.
           IF PULIH-MASTER
               MOVE WS-PULIH-AKHIR-MASTER TO WS-SNAP-MASTER
           END-IF.
           IF PULIH-FILE AND PULIH-MASTER
               MOVE 'Y' TO SW-ADA-SNAPSHOT
           END-IF.
       PERIKSA-SALDO.
      *    Expected count = count at last balancing + inserts -
      *    deletes for this run. Without a snapshot this run only
           MOVE 'KOREKSI1 DIMASUKKAN NILAIMST    :' TO BA-TEKS.
           MOVE WS-INS-KOR-MST TO BA-JUMLAH.
           PERFORM TULIS-ANGKA.
           IF PULIH-FILE
               MOVE 'ROLL-FORWARD NILAIFILE AKHIR    :' TO BA-TEKS
               MOVE WS-PULIH-AKHIR-FILE TO BA-JUMLAH
               PERFORM TULIS-ANGKA
           END-IF.
           IF PULIH-MASTER
               MOVE 'ROLL-FORWARD NILAIMST AKHIR     :' TO BA-TEKS
               MOVE WS-PULIH-AKHIR-MASTER TO BA-JUMLAH
               PERFORM TULIS-ANGKA
           END-IF.
           IF NOT PULIH-COCOK
               MOVE 'HASIL :' TO BH-NAMA
               MOVE '*** PULIHRPT TIDAK COCOK ***' TO BH-TEKS
               MOVE BARIS-HASIL TO LAPORAN-BALANS-BARIS
               WRITE LAPORAN-BALANS-BARIS
           END-IF.
           MOVE 'RECORD NILAIFILE SAAT INI       :' TO BA-TEKS.
           MOVE WS-JML-FILE TO BA-JUMLAH.
           PERFORM TULIS-ANGKA.
