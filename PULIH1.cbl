      ******************************************************************
      * Author:
      * Date:
      * Purpose: Roll-forward recovery of the indexed grade masters. Run
      *          after BACKUP1 has reloaded NILAIFILE and/or NILAIMST
      *          from the backup unload. AUDITLOG tells it when the
      *          reload ran and when the unload it reloaded was taken;
      *          every GRADEJRN entry for that master stamped after the
      *          unload and up to the reload is then replayed against
      *          the restored master in journal order - inserts written,
      *          deletes removed, changes rewritten. An entry whose
      *          before image does not match the restored record (or an
      *          insert whose key is already there, or a change or
      *          delete whose record is gone) is skipped and listed on
      *          PULIHRPT for manual re-keying. AUDITLOG insert and
      *          delete entries in the same window are counted against
      *          the journal so any that never reached GRADEJRN show up.
      *          PULIHRPT ends each master with a CTL control line that
      *          BALANS1 reads to take the recovered count as its new
      *          baseline; the report accumulates across runs, so every
      *          roll-forward of the run-id stays on it. Supervisor
      *          only; a master that was not reloaded, or was already
      *          rolled forward since its reload, is refused.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PULIH1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY NILFSEL.
           COPY NILMSEL.
           SELECT BACKUP-FILE-F ASSIGN TO "NILAIFBK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BACKUP-FILE-F.
           SELECT BACKUP-FILE-M ASSIGN TO "NILAIMBK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BACKUP-FILE-M.
           COPY PLHSEL.
           COPY JRNSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
           COPY PRMSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY NILFFD.
           COPY NILMFD.
       FD  BACKUP-FILE-F.
       01  BACKUP-F-BARIS PIC X(40).
       FD  BACKUP-FILE-M.
       01  BACKUP-M-BARIS PIC X(80).
           COPY PLHFD.
           COPY JRNFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
           COPY PRMFD.
       WORKING-STORAGE SECTION.
       77 FS-PARAM-FILE PIC XX VALUE '00'.
       77 SW-PARAM-DIMUAT PIC X VALUE 'N'.
       77 SW-TANPA-AWAK PIC X VALUE 'N'.
           88 TANPA-AWAK VALUE 'Y'.
       77 WS-PARAM-KUNCI PIC X(15) VALUE SPACES.
       77 WS-PARAM-NILAI PIC X(30) VALUE SPACES.
       77 SW-PARAM-ADA PIC X VALUE 'N'.
           88 PARAM-ADA VALUE 'Y'.
       77 WS-JML-PARAM PIC 9(2) VALUE 0.
       77 P-PRM PIC 9(2) VALUE 0.
       01 TABEL-PARAM.
           02 ISI-PARAM OCCURS 20 TIMES.
              03 TP-KUNCI PIC X(15).
              03 TP-NILAI PIC X(30).
       77  FS-NILAI-FILE PIC XX VALUE '00'.
       77  FS-NILAI-MASTER PIC XX VALUE '00'.
       77  FS-BACKUP-FILE-F PIC XX VALUE '00'.
       77  FS-BACKUP-FILE-M PIC XX VALUE '00'.
       77  FS-PULIH-LAPORAN PIC XX VALUE '00'.
       77  FS-JURNAL-FILE PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
       77  FS-RUN-STAMP-FILE PIC XX VALUE '00'.
       77  WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       77  WS-OPERATOR-ROLE PIC X(1) VALUE SPACES.
           88 OPERATOR-SUPERVISOR VALUE 'S'.
       77  WS-AUTH-STATUS PIC X(1) VALUE 'N'.
       77  WS-RUN-ID PIC X(12) VALUE SPACES.
       77  WS-OWN-TANGGAL PIC 9(8).
       77  WS-OWN-JAM PIC 9(8).
       01  WS-RUN-ID-BUILD.
           02 WS-RUN-TGL PIC 9(8).
           02 WS-RUN-JAM4 PIC 9(4).
       77  WS-LOCK-AKSI PIC X(1) VALUE SPACE.
       77  WS-LOCK-SUMBER PIC X(12) VALUE SPACES.
       77  WS-LOCK-STATUS PIC X(1) VALUE 'N'.
       77  FS-BAD-INPUT-FILE PIC XX VALUE '00'.
       77  WS-BI-FIELD PIC X(15).
       77  WS-BI-NILAI PIC X(20).
       77  WS-BI-PESAN PIC X(30).
       77  WS-PILIH-FILE PIC 9 VALUE 3.
       77  JWB-JALAN PIC X VALUE 'N'.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
      *    Master being rolled forward and the AUDITLOG texts that
      *    mark its unload, its reload and a finished roll-forward.
       77  WS-PLH-MASTER PIC X(9) VALUE SPACES.
           88 PLH-NILAIFILE VALUE 'NILAIFILE'.
       77  WS-AKSI-UNLOAD PIC X(40) VALUE SPACES.
       77  WS-AKSI-RELOAD PIC X(40) VALUE SPACES.
       77  WS-AKSI-SELESAI PIC X(40) VALUE SPACES.
       77  WS-JRN-MASTER PIC X(9) VALUE SPACES.
       77  SW-ADA-UNLOAD PIC X VALUE 'N'.
           88 ADA-UNLOAD VALUE 'Y'.
       77  SW-ADA-BACKUP PIC X VALUE 'N'.
           88 ADA-BACKUP VALUE 'Y'.
       77  SW-ADA-RELOAD PIC X VALUE 'N'.
           88 ADA-RELOAD VALUE 'Y'.
       77  SW-SUDAH-PULIH PIC X VALUE 'N'.
           88 SUDAH-PULIH VALUE 'Y'.
       77  SW-ADA-REC PIC X VALUE 'N'.
           88 ADA-REC VALUE 'Y'.
       77  WS-TOLAK PIC X(40) VALUE SPACES.
       77  WS-FS-MASTER PIC XX VALUE '00'.
       77  WS-SEBAB PIC X(25) VALUE SPACES.
      *    Date+time stamps compared as one 16-digit value.
       01  WS-WAKTU-AUD.
           02 WA-TGL PIC 9(8).
           02 WA-JAM PIC 9(8).
       01  WS-WAKTU-JRN.
           02 WJ-TGL PIC 9(8).
           02 WJ-JAM PIC 9(8).
       01  WS-WAKTU-UNLOAD.
           02 WU-TGL PIC 9(8).
           02 WU-JAM PIC 9(8).
       01  WS-WAKTU-BACKUP.
           02 WB-TGL PIC 9(8).
           02 WB-JAM PIC 9(8).
       01  WS-WAKTU-RELOAD.
           02 WR-TGL PIC 9(8).
           02 WR-JAM PIC 9(8).
       77  WS-WAKTU-MASUK PIC X(16) VALUE SPACES.
       77  WS-JML-AWAL PIC 9(7) VALUE 0.
       77  WS-JML-AKHIR PIC 9(7) VALUE 0.
       77  WS-JML-BACKUP PIC 9(7) VALUE 0.
       77  WS-JML-TAMBAH PIC 9(7) VALUE 0.
       77  WS-JML-HAPUS PIC 9(7) VALUE 0.
       77  WS-JML-UBAH PIC 9(7) VALUE 0.
       77  WS-JML-LEWAT PIC 9(7) VALUE 0.
       77  WS-JML-SESUDAH PIC 9(7) VALUE 0.
       77  WS-JRN-TAMBAH PIC 9(7) VALUE 0.
       77  WS-JRN-HAPUS PIC 9(7) VALUE 0.
       77  WS-AUD-TAMBAH PIC 9(7) VALUE 0.
       77  WS-AUD-HAPUS PIC 9(7) VALUE 0.
       77  WS-HARAP-AKHIR PIC S9(8) VALUE 0.
       77  WS-NILAI-EDIT PIC ZZ9.99.
       77  WS-NILAI-TEKS PIC X(6) VALUE SPACES.
       77  WS-KET-TEKS PIC X(10) VALUE SPACES.
       01  TRAILER-BACA.
           02 TB-TANDA PIC X(3).
           02 TB-JML-RECORD PIC 9(7).
           02 FILLER PIC X(4).
           02 TB-HASH PIC 9(9).
       01  JUDUL-PULIH.
           02 FILLER PIC X(30)
              VALUE 'LAPORAN ROLL-FORWARD RUN-ID '.
           02 CETAK-RUN-ID PIC X(12).
       01  BARIS-LAPORAN.
           02 BL-TEKS PIC X(40).
           02 BL-JUMLAH PIC ZZZZZZ9.
       01  BARIS-WAKTU.
           02 BW-TEKS PIC X(40).
           02 BW-TGL PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BW-JAM PIC 9(8).
       01  BARIS-LEWAT.
           02 FILLER PIC X(6) VALUE 'LEWAT '.
           02 LW-NPM PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LW-KODE-MK PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LW-PROGRAM PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LW-TGL PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LW-JAM PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LW-JENIS PIC X(1).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LW-ALASAN PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LW-SEBAB PIC X(25).
       PROCEDURE DIVISION.
       AWAL.
           PERFORM MUAT-PARAM.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY 'HANYA SUPERVISOR BOLEH ROLL-FORWARD, BERHENTI'
               MOVE 'AKSES PULIH1 DITOLAK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           MOVE 'ROLL-FORWARD DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM TERIMA-PILIH-FILE.
      *    PULIHRPT is appended to, never rewritten: a second run in
      *    the same run-id (the other master reloaded later) must not
      *    wipe the CTL and skipped-entry lines of the first.
           OPEN EXTEND PULIH-LAPORAN.
           IF FS-PULIH-LAPORAN = '35'
               OPEN OUTPUT PULIH-LAPORAN
               CLOSE PULIH-LAPORAN
               OPEN EXTEND PULIH-LAPORAN
           END-IF.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-PULIH TO PULIH-BARIS.
           WRITE PULIH-BARIS.
           IF WS-PILIH-FILE = 1 OR WS-PILIH-FILE = 3
               MOVE 'NILAIFILE' TO WS-PLH-MASTER
               MOVE 'NILAIFILE DIUNLOAD' TO WS-AKSI-UNLOAD
               MOVE 'NILAIFILE DIRELOAD DARI BACKUP' TO WS-AKSI-RELOAD
               MOVE 'ROLL-FORWARD NILAIFILE SELESAI'
                   TO WS-AKSI-SELESAI
               PERFORM PROSES-MASTER
           END-IF.
           IF WS-PILIH-FILE = 2 OR WS-PILIH-FILE = 3
               MOVE 'NILAIMST' TO WS-PLH-MASTER
               MOVE 'NILAIMST DIUNLOAD' TO WS-AKSI-UNLOAD
               MOVE 'NILAIMST DIRELOAD DARI BACKUP' TO WS-AKSI-RELOAD
               MOVE 'ROLL-FORWARD NILAIMST SELESAI'
                   TO WS-AKSI-SELESAI
               PERFORM PROSES-MASTER
           END-IF.
           CLOSE PULIH-LAPORAN.
           DISPLAY 'SELESAI, LIHAT FILE PULIHRPT'.
           MOVE 'ROLL-FORWARD SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
           GOBACK.
       TERIMA-PILIH-FILE.
           MOVE 'FILE' TO WS-PARAM-KUNCI.
           PERFORM AMBIL-PARAM.
           IF PARAM-ADA
               MOVE WS-PARAM-NILAI(1:1) TO WS-PILIH-FILE
           ELSE
               IF TANPA-AWAK
                   MOVE 3 TO WS-PILIH-FILE
               ELSE
                   DISPLAY 'FILE (1=NILAIFILE / 2=NILAIMST / 3=SEMUA)'
                       ' : '
                   ACCEPT WS-PILIH-FILE
               END-IF
           END-IF.
           IF WS-PILIH-FILE < 1 OR WS-PILIH-FILE > 3
               DISPLAY 'PILIHAN HARUS 1 - 3, ULANGI'
               MOVE 'PILIH-FILE' TO WS-BI-FIELD
               MOVE WS-PILIH-FILE TO WS-BI-NILAI
               MOVE 'PILIHAN FILE TIDAK VALID' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               IF PARAM-ADA
                   MOVE 3 TO WS-PILIH-FILE
               ELSE
                   PERFORM TERIMA-PILIH-FILE
               END-IF
           END-IF.
       PROSES-MASTER.
           MOVE SPACES TO PULIH-BARIS.
           WRITE PULIH-BARIS.
           MOVE SPACES TO BARIS-LAPORAN.
           STRING '*** ' DELIMITED BY SIZE
               WS-PLH-MASTER DELIMITED BY SPACE
               ' ***' DELIMITED BY SIZE
               INTO BL-TEKS.
           MOVE BL-TEKS TO PULIH-BARIS.
           WRITE PULIH-BARIS.
           PERFORM CARI-RIWAYAT.
           MOVE SPACES TO WS-TOLAK.
           IF NOT ADA-RELOAD
               MOVE 'BELUM ADA RELOAD DARI BACKUP' TO WS-TOLAK
           ELSE
               IF SUDAH-PULIH
                   MOVE 'SUDAH DI-ROLL-FORWARD SEJAK RELOAD'
                       TO WS-TOLAK
               ELSE
                   IF NOT ADA-BACKUP
                       PERFORM TERIMA-WAKTU-BACKUP
                   END-IF
               END-IF
           END-IF.
           IF WS-TOLAK NOT = SPACES
               PERFORM TOLAK-MASTER
           ELSE
               PERFORM KONFIRMASI-JALAN
               IF JWB-JALAN NOT = 'Y' AND JWB-JALAN NOT = 'y'
                   DISPLAY 'ROLL-FORWARD ' WS-PLH-MASTER
                       ' DIBATALKAN'
                   MOVE 'DIBATALKAN OPERATOR' TO WS-TOLAK
                   PERFORM TOLAK-MASTER
               ELSE
                   PERFORM JALAN-PULIH
               END-IF
           END-IF.
       TOLAK-MASTER.
           DISPLAY 'ROLL-FORWARD ' WS-PLH-MASTER ' DITOLAK: '
               WS-TOLAK.
           MOVE 'DITOLAK:' TO BL-TEKS.
           MOVE WS-TOLAK TO BL-TEKS(10:31).
           MOVE 0 TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'ROLL-FORWARD ' DELIMITED BY SIZE
               WS-PLH-MASTER DELIMITED BY SPACE
               ' DITOLAK' DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       KONFIRMASI-JALAN.
           MOVE 'JALAN' TO WS-PARAM-KUNCI.
           PERFORM AMBIL-PARAM.
           IF PARAM-ADA
               MOVE WS-PARAM-NILAI(1:1) TO JWB-JALAN
           ELSE
               IF TANPA-AWAK
                   MOVE 'N' TO JWB-JALAN
               ELSE
                   DISPLAY 'BACKUP ' WB-TGL ' ' WB-JAM
                       ', RELOAD ' WR-TGL ' ' WR-JAM
                   DISPLAY 'ULANG JURNAL KE ' WS-PLH-MASTER
                       ' ? (Y/N) : '
                   ACCEPT JWB-JALAN
               END-IF
           END-IF.
       TERIMA-WAKTU-BACKUP.
      *    The unload entry has been rotated out of AUDITLOG (or the
      *    backup came from elsewhere): the time the backup was
      *    taken must be given, YYYYMMDDHHMMSSss.
           MOVE 'BACKUP' TO WS-PARAM-KUNCI.
           PERFORM AMBIL-PARAM.
           IF PARAM-ADA
               MOVE WS-PARAM-NILAI(1:16) TO WS-WAKTU-MASUK
           ELSE
               IF TANPA-AWAK
                   MOVE SPACES TO WS-WAKTU-MASUK
               ELSE
                   DISPLAY 'UNLOAD ' WS-PLH-MASTER
                       ' TIDAK ADA DI AUDITLOG'
                   DISPLAY 'WAKTU BACKUP (YYYYMMDDHHMMSSss) : '
                   ACCEPT WS-WAKTU-MASUK
               END-IF
           END-IF.
           IF WS-WAKTU-MASUK NUMERIC
               AND WS-WAKTU-MASUK NOT > WS-WAKTU-RELOAD
               MOVE WS-WAKTU-MASUK TO WS-WAKTU-BACKUP
               MOVE 'Y' TO SW-ADA-BACKUP
           ELSE
               MOVE 'WAKTU-BACKUP' TO WS-BI-FIELD
               MOVE WS-WAKTU-MASUK TO WS-BI-NILAI
               MOVE 'WAKTU BACKUP TIDAK VALID' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               MOVE 'WAKTU BACKUP TIDAK DIKETAHUI' TO WS-TOLAK
           END-IF.
      ******************************************************************
      * AUDITLOG: when was the master reloaded, and from which unload
      ******************************************************************
       CARI-RIWAYAT.
           MOVE 'N' TO SW-ADA-UNLOAD SW-ADA-BACKUP SW-ADA-RELOAD.
           MOVE 'N' TO SW-SUDAH-PULIH.
           MOVE ZEROS TO WS-WAKTU-UNLOAD WS-WAKTU-BACKUP.
           MOVE ZEROS TO WS-WAKTU-RELOAD.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT-FILE NOT = '00'
               DISPLAY 'AUDITLOG TIDAK TERBUKA'
           ELSE
               PERFORM CARI-RIWAYAT-BARIS
                   UNTIL FS-AUDIT-FILE = '10'
               CLOSE AUDIT-FILE
           END-IF.
       CARI-RIWAYAT-BARIS.
      *    The last reload decides; the unload it restored is the
      *    last one logged before it. A roll-forward logged after
      *    that reload means the journal has already been replayed.
           READ AUDIT-FILE
               AT END MOVE '10' TO FS-AUDIT-FILE.
           IF FS-AUDIT-FILE NOT = '10'
               MOVE AUD-TANGGAL TO WA-TGL
               MOVE AUD-JAM TO WA-JAM
               IF AUD-PROGRAM = 'BACKUP1'
                   IF AUD-AKSI = WS-AKSI-UNLOAD
                       MOVE WS-WAKTU-AUD TO WS-WAKTU-UNLOAD
                       MOVE 'Y' TO SW-ADA-UNLOAD
                   END-IF
                   IF AUD-AKSI = WS-AKSI-RELOAD
                       MOVE WS-WAKTU-AUD TO WS-WAKTU-RELOAD
                       MOVE 'Y' TO SW-ADA-RELOAD
                       MOVE WS-WAKTU-UNLOAD TO WS-WAKTU-BACKUP
                       MOVE SW-ADA-UNLOAD TO SW-ADA-BACKUP
                       MOVE 'N' TO SW-SUDAH-PULIH
                   END-IF
               END-IF
               IF AUD-PROGRAM = 'PULIH1'
                   AND AUD-AKSI = WS-AKSI-SELESAI
                   MOVE 'Y' TO SW-SUDAH-PULIH
               END-IF
           END-IF.
       HITUNG-AUDIT.
           MOVE 0 TO WS-AUD-TAMBAH WS-AUD-HAPUS.
           OPEN INPUT AUDIT-FILE.
           IF FS-AUDIT-FILE = '00'
               PERFORM HITUNG-AUDIT-BARIS
                   UNTIL FS-AUDIT-FILE = '10'
               CLOSE AUDIT-FILE
           END-IF.
       HITUNG-AUDIT-BARIS.
      *    Same insert / delete entries BALANS1 balances on.
           READ AUDIT-FILE
               AT END MOVE '10' TO FS-AUDIT-FILE.
           IF FS-AUDIT-FILE NOT = '10'
               MOVE AUD-TANGGAL TO WA-TGL
               MOVE AUD-JAM TO WA-JAM
               IF WS-WAKTU-AUD > WS-WAKTU-BACKUP
                   AND WS-WAKTU-AUD NOT > WS-WAKTU-RELOAD
                   IF PLH-NILAIFILE
                       PERFORM HITUNG-AUDIT-FILE
                   ELSE
                       PERFORM HITUNG-AUDIT-MST
                   END-IF
               END-IF
           END-IF.
       HITUNG-AUDIT-FILE.
           IF AUD-PROGRAM = 'TUGAS1'
               IF AUD-AKSI = 'NILAI DIMASUKKAN'
                   ADD 1 TO WS-AUD-TAMBAH
               END-IF
               IF AUD-AKSI = 'NILAI DIHAPUS'
                   ADD 1 TO WS-AUD-HAPUS
               END-IF
           END-IF.
           IF AUD-PROGRAM = 'KOREKSI1'
               AND AUD-AKSI = 'NILAI DIMASUKKAN NILAIFILE'
               ADD 1 TO WS-AUD-TAMBAH
           END-IF.
       HITUNG-AUDIT-MST.
           IF AUD-PROGRAM = 'NILAI1' OR AUD-PROGRAM = 'NILAIBT1'
               IF AUD-AKSI = 'NILAI DIMASUKKAN'
                   ADD 1 TO WS-AUD-TAMBAH
               END-IF
               IF AUD-AKSI = 'NILAI DIHAPUS'
                   ADD 1 TO WS-AUD-HAPUS
               END-IF
           END-IF.
           IF AUD-PROGRAM = 'KOREKSI1'
               AND AUD-AKSI = 'NILAI DIMASUKKAN NILAIMST'
               ADD 1 TO WS-AUD-TAMBAH
           END-IF.
      ******************************************************************
      * Replay GRADEJRN against the restored master
      ******************************************************************
       JALAN-PULIH.
           MOVE 0 TO WS-JML-TAMBAH WS-JML-HAPUS WS-JML-UBAH.
           MOVE 0 TO WS-JML-LEWAT WS-JML-SESUDAH.
           MOVE 0 TO WS-JRN-TAMBAH WS-JRN-HAPUS.
           PERFORM HITUNG-AUDIT.
           PERFORM BACA-TRAILER.
           PERFORM HITUNG-RECORD.
           MOVE WS-JML-AKHIR TO WS-JML-AWAL.
      *    A master that cannot be opened for update is refused
      *    outright: no replay, no CTL line and no SELESAI entry, so
      *    the roll-forward can still be run once it is fixed.
           IF PLH-NILAIFILE
               OPEN I-O NILAI-FILE
               MOVE FS-NILAI-FILE TO WS-FS-MASTER
           ELSE
               OPEN I-O NILAI-MASTER
               MOVE FS-NILAI-MASTER TO WS-FS-MASTER
           END-IF.
           IF WS-FS-MASTER NOT = '00'
               DISPLAY WS-PLH-MASTER ' TIDAK TERBUKA, STATUS '
                   WS-FS-MASTER
               MOVE SPACES TO WS-TOLAK
               STRING WS-PLH-MASTER DELIMITED BY SPACE
                   ' TIDAK TERBUKA, STATUS ' DELIMITED BY SIZE
                   WS-FS-MASTER DELIMITED BY SIZE
                   INTO WS-TOLAK
               PERFORM TOLAK-MASTER
           ELSE
               PERFORM ULANG-JURNAL
           END-IF.
       ULANG-JURNAL.
           OPEN INPUT JURNAL-FILE.
           IF FS-JURNAL-FILE NOT = '00'
               DISPLAY 'GRADEJRN TIDAK TERBUKA, TIDAK ADA YANG DIULANG'
           ELSE
               PERFORM ULANG-JURNAL-BARIS
                   UNTIL FS-JURNAL-FILE = '10'
               CLOSE JURNAL-FILE
           END-IF.
           IF PLH-NILAIFILE
               CLOSE NILAI-FILE
           ELSE
               CLOSE NILAI-MASTER
           END-IF.
           PERFORM HITUNG-RECORD.
           PERFORM TULIS-RINGKASAN.
           PERFORM TULIS-KONTROL.
           DISPLAY 'ROLL-FORWARD ' WS-PLH-MASTER ' : '
               WS-JML-TAMBAH ' TAMBAH ' WS-JML-HAPUS ' HAPUS '
               WS-JML-UBAH ' UBAH ' WS-JML-LEWAT ' LEWAT'.
           MOVE WS-AKSI-SELESAI TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       ULANG-JURNAL-BARIS.
           READ JURNAL-FILE
               AT END MOVE '10' TO FS-JURNAL-FILE.
           IF FS-JURNAL-FILE NOT = '10'
               PERFORM TENTUKAN-MASTER
               IF WS-JRN-MASTER = WS-PLH-MASTER
                   MOVE JRN-TANGGAL TO WJ-TGL
                   MOVE JRN-JAM TO WJ-JAM
                   IF WS-WAKTU-JRN > WS-WAKTU-BACKUP
                       IF WS-WAKTU-JRN > WS-WAKTU-RELOAD
                           ADD 1 TO WS-JML-SESUDAH
                       ELSE
                           PERFORM ULANG-ENTRI
                       END-IF
                   END-IF
               END-IF
           END-IF.
       TENTUKAN-MASTER.
      *    Entries written before the master was named on the
      *    journal: NILAIFILE has no course code.
           IF JRN-MASTER NOT = SPACES
               MOVE JRN-MASTER TO WS-JRN-MASTER
           ELSE
               IF JRN-KODE-MK = SPACES
                   MOVE 'NILAIFILE' TO WS-JRN-MASTER
               ELSE
                   MOVE 'NILAIMST' TO WS-JRN-MASTER
               END-IF
           END-IF.
       ULANG-ENTRI.
           MOVE SPACES TO WS-SEBAB.
           IF JRN-TAMBAH
               ADD 1 TO WS-JRN-TAMBAH
           END-IF.
           IF JRN-HAPUS
               ADD 1 TO WS-JRN-HAPUS
           END-IF.
           IF PLH-NILAIFILE
               PERFORM ULANG-FILE
           ELSE
               PERFORM ULANG-MST
           END-IF.
           IF WS-SEBAB NOT = SPACES
               PERFORM CATAT-LEWAT
           END-IF.
       ULANG-FILE.
           MOVE JRN-NPM TO FL-NPM.
           READ NILAI-FILE RECORD KEY IS FL-NPM
               INVALID KEY MOVE 'N' TO SW-ADA-REC
               NOT INVALID KEY MOVE 'Y' TO SW-ADA-REC
           END-READ.
           IF JRN-TAMBAH
               IF ADA-REC
                   MOVE 'RECORD SUDAH ADA' TO WS-SEBAB
               ELSE
                   PERFORM TAMBAH-FILE
               END-IF
           ELSE
               IF NOT ADA-REC
                   MOVE 'RECORD TIDAK ADA' TO WS-SEBAB
               ELSE
                   MOVE FL-NILAI TO WS-NILAI-TEKS
                   MOVE FL-KETERANGAN TO WS-KET-TEKS
                   IF WS-NILAI-TEKS NOT = JRN-NILAI-LAMA
                       OR WS-KET-TEKS NOT = JRN-KET-LAMA
                       MOVE 'NILAI LAMA TIDAK COCOK' TO WS-SEBAB
                   ELSE
                       IF JRN-HAPUS
                           PERFORM HAPUS-FILE
                       ELSE
                           PERFORM UBAH-FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.
       TAMBAH-FILE.
           MOVE SPACES TO NILAI-FILE-RECORD.
           MOVE JRN-NPM TO FL-NPM.
           MOVE JRN-NAMA-BARU TO FL-NAMA.
           MOVE JRN-NILAI-BARU TO FL-NILAI.
           MOVE JRN-KET-BARU TO FL-KETERANGAN.
           WRITE NILAI-FILE-RECORD
               INVALID KEY MOVE 'RECORD GAGAL DITULIS' TO WS-SEBAB
               NOT INVALID KEY ADD 1 TO WS-JML-TAMBAH
           END-WRITE.
       UBAH-FILE.
           MOVE JRN-NILAI-BARU TO FL-NILAI.
           MOVE JRN-KET-BARU TO FL-KETERANGAN.
           IF JRN-MASTER NOT = SPACES
               MOVE JRN-NAMA-BARU TO FL-NAMA
           END-IF.
           REWRITE NILAI-FILE-RECORD
               INVALID KEY MOVE 'RECORD GAGAL DITULIS' TO WS-SEBAB
               NOT INVALID KEY ADD 1 TO WS-JML-UBAH
           END-REWRITE.
       HAPUS-FILE.
           DELETE NILAI-FILE RECORD
               INVALID KEY MOVE 'RECORD GAGAL DIHAPUS' TO WS-SEBAB
               NOT INVALID KEY ADD 1 TO WS-JML-HAPUS
           END-DELETE.
       ULANG-MST.
           MOVE JRN-NPM TO NPM-MST.
           MOVE JRN-KODE-MK TO KODE-MK-MST.
           READ NILAI-MASTER RECORD KEY IS MST-KEY
               INVALID KEY MOVE 'N' TO SW-ADA-REC
               NOT INVALID KEY MOVE 'Y' TO SW-ADA-REC
           END-READ.
           IF JRN-TAMBAH
               IF ADA-REC
                   MOVE 'RECORD SUDAH ADA' TO WS-SEBAB
               ELSE
                   PERFORM TAMBAH-MST
               END-IF
           ELSE
               IF NOT ADA-REC
                   MOVE 'RECORD TIDAK ADA' TO WS-SEBAB
               ELSE
                   MOVE NILAI-MST TO WS-NILAI-EDIT
                   MOVE WS-NILAI-EDIT TO WS-NILAI-TEKS
                   IF WS-NILAI-TEKS NOT = JRN-NILAI-LAMA
                       OR KETERANGAN-MST NOT = JRN-KET-LAMA
                       MOVE 'NILAI LAMA TIDAK COCOK' TO WS-SEBAB
                   ELSE
                       IF JRN-HAPUS
                           PERFORM HAPUS-MST
                       ELSE
                           PERFORM UBAH-MST
                       END-IF
                   END-IF
               END-IF
           END-IF.
       TAMBAH-MST.
           MOVE SPACES TO NILAI-MASTER-RECORD.
           MOVE JRN-NPM TO NPM-MST.
           MOVE JRN-KODE-MK TO KODE-MK-MST.
           MOVE JRN-NAMA-BARU TO NAMA-MST.
           MOVE ZEROS TO NILAI-TUGAS-MST NILAI-UTS-MST NILAI-UAS-MST.
           MOVE ZEROS TO BOBOT-TUGAS-MST BOBOT-UTS-MST BOBOT-UAS-MST.
           PERFORM ISI-KOMPONEN-MST.
           PERFORM ISI-NILAI-MST.
           WRITE NILAI-MASTER-RECORD
               INVALID KEY MOVE 'RECORD GAGAL DITULIS' TO WS-SEBAB
               NOT INVALID KEY ADD 1 TO WS-JML-TAMBAH
           END-WRITE.
       UBAH-MST.
           IF JRN-MASTER NOT = SPACES
               MOVE JRN-NAMA-BARU TO NAMA-MST
               PERFORM ISI-KOMPONEN-MST
           END-IF.
           PERFORM ISI-NILAI-MST.
           REWRITE NILAI-MASTER-RECORD
               INVALID KEY MOVE 'RECORD GAGAL DITULIS' TO WS-SEBAB
               NOT INVALID KEY ADD 1 TO WS-JML-UBAH
           END-REWRITE.
       HAPUS-MST.
           DELETE NILAI-MASTER RECORD
               INVALID KEY MOVE 'RECORD GAGAL DIHAPUS' TO WS-SEBAB
               NOT INVALID KEY ADD 1 TO WS-JML-HAPUS
           END-DELETE.
       ISI-KOMPONEN-MST.
           IF JRN-KOMPONEN-BARU NUMERIC
               MOVE JRN-TUGAS-BARU TO NILAI-TUGAS-MST
               MOVE JRN-UTS-BARU TO NILAI-UTS-MST
               MOVE JRN-UAS-BARU TO NILAI-UAS-MST
               MOVE JRN-BOBOT-TUGAS-BARU TO BOBOT-TUGAS-MST
               MOVE JRN-BOBOT-UTS-BARU TO BOBOT-UTS-MST
               MOVE JRN-BOBOT-UAS-BARU TO BOBOT-UAS-MST
           END-IF.
       ISI-NILAI-MST.
      *    The journal carries the score as printed (ZZ9.99); moving
      *    it back through the edited picture de-edits it.
           MOVE JRN-NILAI-BARU TO WS-NILAI-EDIT.
           MOVE WS-NILAI-EDIT TO NILAI-MST.
           MOVE JRN-KET-BARU TO KETERANGAN-MST.
       CATAT-LEWAT.
           ADD 1 TO WS-JML-LEWAT.
           MOVE JRN-NPM TO LW-NPM.
           MOVE JRN-KODE-MK TO LW-KODE-MK.
           MOVE JRN-PROGRAM TO LW-PROGRAM.
           MOVE JRN-TANGGAL TO LW-TGL.
           MOVE JRN-JAM TO LW-JAM.
           MOVE JRN-JENIS TO LW-JENIS.
           MOVE JRN-ALASAN TO LW-ALASAN.
           MOVE WS-SEBAB TO LW-SEBAB.
           MOVE BARIS-LEWAT TO PULIH-BARIS.
           WRITE PULIH-BARIS.
           DISPLAY 'LEWAT ' JRN-NPM ' ' JRN-KODE-MK ' : ' WS-SEBAB.
      ******************************************************************
      * Record counts and the backup trailer
      ******************************************************************
       HITUNG-RECORD.
           MOVE 0 TO WS-JML-AKHIR.
           MOVE 'N' TO SW-HABIS.
           IF PLH-NILAIFILE
               OPEN INPUT NILAI-FILE
               IF FS-NILAI-FILE = '00'
                   PERFORM HITUNG-FILE-BARIS UNTIL HABIS
                   CLOSE NILAI-FILE
               END-IF
           ELSE
               OPEN INPUT NILAI-MASTER
               IF FS-NILAI-MASTER = '00'
                   PERFORM HITUNG-MST-BARIS UNTIL HABIS
                   CLOSE NILAI-MASTER
               END-IF
           END-IF.
       HITUNG-FILE-BARIS.
           READ NILAI-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               ADD 1 TO WS-JML-AKHIR
           END-IF.
       HITUNG-MST-BARIS.
           READ NILAI-MASTER NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               ADD 1 TO WS-JML-AKHIR
           END-IF.
       BACA-TRAILER.
           MOVE 0 TO WS-JML-BACKUP.
           MOVE SPACES TO TRAILER-BACA.
           MOVE 'N' TO SW-HABIS.
           IF PLH-NILAIFILE
               OPEN INPUT BACKUP-FILE-F
               IF FS-BACKUP-FILE-F = '00'
                   PERFORM BACA-TRAILER-F UNTIL HABIS
                   CLOSE BACKUP-FILE-F
               END-IF
           ELSE
               OPEN INPUT BACKUP-FILE-M
               IF FS-BACKUP-FILE-M = '00'
                   PERFORM BACA-TRAILER-M UNTIL HABIS
                   CLOSE BACKUP-FILE-M
               END-IF
           END-IF.
           IF TB-TANDA = 'CNT'
               MOVE TB-JML-RECORD TO WS-JML-BACKUP
           END-IF.
       BACA-TRAILER-F.
           READ BACKUP-FILE-F
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF BACKUP-F-BARIS(1:3) = 'CNT'
                   MOVE BACKUP-F-BARIS TO TRAILER-BACA
                   MOVE 'Y' TO SW-HABIS
               END-IF
           END-IF.
       BACA-TRAILER-M.
           READ BACKUP-FILE-M
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF BACKUP-M-BARIS(1:3) = 'CNT'
                   MOVE BACKUP-M-BARIS TO TRAILER-BACA
                   MOVE 'Y' TO SW-HABIS
               END-IF
           END-IF.
      ******************************************************************
      * PULIHRPT summary and control line
      ******************************************************************
       TULIS-RINGKASAN.
           MOVE 'BACKUP DIAMBIL (TGL JAM)      :' TO BW-TEKS.
           MOVE WB-TGL TO BW-TGL.
           MOVE WB-JAM TO BW-JAM.
           PERFORM TULIS-WAKTU.
           MOVE 'RELOAD DARI BACKUP (TGL JAM)  :' TO BW-TEKS.
           MOVE WR-TGL TO BW-TGL.
           MOVE WR-JAM TO BW-JAM.
           PERFORM TULIS-WAKTU.
           MOVE 'RECORD DI BACKUP (TRAILER)    :' TO BL-TEKS.
           MOVE WS-JML-BACKUP TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           MOVE 'RECORD SEBELUM ROLL-FORWARD   :' TO BL-TEKS.
           MOVE WS-JML-AWAL TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           MOVE 'JURNAL: RECORD DIMASUKKAN     :' TO BL-TEKS.
           MOVE WS-JML-TAMBAH TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           MOVE 'JURNAL: RECORD DIHAPUS        :' TO BL-TEKS.
           MOVE WS-JML-HAPUS TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           MOVE 'JURNAL: RECORD DIUBAH         :' TO BL-TEKS.
           MOVE WS-JML-UBAH TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           MOVE 'JURNAL: ENTRI DILEWATI        :' TO BL-TEKS.
           MOVE WS-JML-LEWAT TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           MOVE 'JURNAL: SESUDAH RELOAD (INFO) :' TO BL-TEKS.
           MOVE WS-JML-SESUDAH TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           MOVE 'RECORD SESUDAH ROLL-FORWARD   :' TO BL-TEKS.
           MOVE WS-JML-AKHIR TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           COMPUTE WS-HARAP-AKHIR = WS-JML-AWAL + WS-JML-TAMBAH
               - WS-JML-HAPUS.
           IF WS-HARAP-AKHIR NOT = WS-JML-AKHIR
               MOVE '*** JUMLAH RECORD TIDAK COCOK ***' TO BL-TEKS
               MOVE WS-HARAP-AKHIR TO BL-JUMLAH
               PERFORM TULIS-LAPORAN
               DISPLAY 'PERINGATAN: JUMLAH ' WS-PLH-MASTER
                   ' TIDAK COCOK'
           END-IF.
      *    Inserts and deletes the audit trail saw in the same
      *    window; any the journal lacks must be keyed again.
           MOVE 'AUDITLOG: DIMASUKKAN          :' TO BL-TEKS.
           MOVE WS-AUD-TAMBAH TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           MOVE 'GRADEJRN: DIMASUKKAN          :' TO BL-TEKS.
           MOVE WS-JRN-TAMBAH TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           MOVE 'AUDITLOG: DIHAPUS             :' TO BL-TEKS.
           MOVE WS-AUD-HAPUS TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           MOVE 'GRADEJRN: DIHAPUS             :' TO BL-TEKS.
           MOVE WS-JRN-HAPUS TO BL-JUMLAH.
           PERFORM TULIS-LAPORAN.
           IF WS-AUD-TAMBAH NOT = WS-JRN-TAMBAH
               OR WS-AUD-HAPUS NOT = WS-JRN-HAPUS
               MOVE '*** AUDITLOG TANPA JURNAL, KETIK ULANG' TO BL-TEKS
               MOVE 0 TO BL-JUMLAH
               PERFORM TULIS-LAPORAN
               DISPLAY 'PERINGATAN: ADA ENTRI AUDITLOG TANPA JURNAL'
           END-IF.
       TULIS-KONTROL.
           MOVE SPACES TO PULIH-KONTROL.
           MOVE 'CTL' TO PK-TANDA.
           MOVE WS-PLH-MASTER TO PK-MASTER.
           MOVE WS-RUN-ID TO PK-RUN-ID.
           ACCEPT PK-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT PK-JAM FROM TIME.
           MOVE WS-JML-AWAL TO PK-AWAL.
           MOVE WS-JML-TAMBAH TO PK-TAMBAH.
           MOVE WS-JML-HAPUS TO PK-HAPUS.
           MOVE WS-JML-UBAH TO PK-UBAH.
           MOVE WS-JML-LEWAT TO PK-LEWAT.
           MOVE WS-JML-AKHIR TO PK-AKHIR.
           WRITE PULIH-KONTROL.
       TULIS-LAPORAN.
           MOVE SPACES TO PULIH-BARIS.
           MOVE BARIS-LAPORAN TO PULIH-BARIS.
           WRITE PULIH-BARIS.
       TULIS-WAKTU.
           MOVE SPACES TO PULIH-BARIS.
           MOVE BARIS-WAKTU TO PULIH-BARIS.
           WRITE PULIH-BARIS.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'NILAIFILE' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
           MOVE 'NILAIMST' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
       KUNCI-SUMBER.
           MOVE 'K' TO WS-LOCK-AKSI.
           PERFORM PANGGIL-KUNCI.
           IF WS-LOCK-STATUS NOT = 'Y'
               DISPLAY 'MASTER ' WS-LOCK-SUMBER
                   ' SEDANG DIKUNCI, PROGRAM BERHENTI'
               MOVE 'DITOLAK KUNCI MASTER' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
       LEPAS-MASTER.
           MOVE 'NILAIFILE' TO WS-LOCK-SUMBER.
           PERFORM LEPAS-SUMBER.
           MOVE 'NILAIMST' TO WS-LOCK-SUMBER.
           PERFORM LEPAS-SUMBER.
       LEPAS-SUMBER.
           MOVE 'L' TO WS-LOCK-AKSI.
           PERFORM PANGGIL-KUNCI.
       PANGGIL-KUNCI.
           CALL 'LOCKMGR1' USING WS-LOCK-AKSI, WS-LOCK-SUMBER,
               WS-OPERATOR-ID, WS-RUN-ID, WS-LOCK-STATUS.
       TERIMA-OPERATOR.
           CALL 'OPERAUTH' USING WS-OPERATOR-ID,
               WS-OPERATOR-ROLE, WS-AUTH-STATUS.
           IF WS-AUTH-STATUS NOT = 'Y'
               DISPLAY 'OTENTIKASI GAGAL, PROGRAM BERHENTI'
               GOBACK
           END-IF.
       BACA-RUN-STAMP.
           OPEN INPUT RUN-STAMP-FILE.
           IF FS-RUN-STAMP-FILE = '35'
               PERFORM BUAT-RUN-ID-SENDIRI
           ELSE
               READ RUN-STAMP-FILE
                   AT END PERFORM BUAT-RUN-ID-SENDIRI
               END-READ
               IF FS-RUN-STAMP-FILE NOT = '10'
                   MOVE RS-RUN-ID TO WS-RUN-ID
               END-IF
               CLOSE RUN-STAMP-FILE
           END-IF.
       BUAT-RUN-ID-SENDIRI.
           ACCEPT WS-OWN-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT WS-OWN-JAM FROM TIME.
           MOVE WS-OWN-TANGGAL TO WS-RUN-TGL.
           MOVE WS-OWN-JAM(1:4) TO WS-RUN-JAM4.
           MOVE WS-RUN-ID-BUILD TO WS-RUN-ID.
       CATAT-AUDIT.
           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT AUD-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT AUD-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR.
           MOVE WS-RUN-ID TO AUD-RUN-ID.
           MOVE 'PULIH1' TO AUD-PROGRAM.
           MOVE WS-AUDIT-AKSI TO AUD-AKSI.
           CALL 'AUDSEQ1' USING WS-AUDIT-URUT.
           MOVE WS-AUDIT-URUT TO AUD-URUT.
           OPEN EXTEND AUDIT-FILE.
           IF FS-AUDIT-FILE = '35'
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       CATAT-BADINPUT.
           MOVE SPACES TO BAD-INPUT-RECORD.
           ACCEPT BI-TANGGAL FROM DATE YYYYMMDD.
           MOVE 'O' TO BI-STATUS.
           MOVE 'PULIH1' TO BI-PROGRAM.
           MOVE WS-BI-FIELD TO BI-FIELD.
           MOVE WS-BI-NILAI TO BI-NILAI-SALAH.
           MOVE WS-BI-PESAN TO BI-PESAN.
           OPEN EXTEND BAD-INPUT-FILE.
           IF FS-BAD-INPUT-FILE = '35'
               OPEN OUTPUT BAD-INPUT-FILE
               CLOSE BAD-INPUT-FILE
               OPEN EXTEND BAD-INPUT-FILE
           END-IF.
           WRITE BAD-INPUT-RECORD.
           CLOSE BAD-INPUT-FILE.
       MUAT-PARAM.
           IF SW-PARAM-DIMUAT = 'Y'
               CONTINUE
           ELSE
               MOVE 'Y' TO SW-PARAM-DIMUAT
               OPEN INPUT PARAM-FILE
               IF FS-PARAM-FILE = '00'
                   PERFORM MUAT-PARAM-BARIS
                       UNTIL FS-PARAM-FILE = '10'
                   CLOSE PARAM-FILE
               END-IF
               IF WS-JML-PARAM > 0
                   MOVE 'Y' TO SW-TANPA-AWAK
                   DISPLAY 'MODE TANPA AWAK DARI PARAMFIL'
               END-IF
           END-IF.
       MUAT-PARAM-BARIS.
           READ PARAM-FILE
               AT END MOVE '10' TO FS-PARAM-FILE.
           IF FS-PARAM-FILE NOT = '10'
               AND PRM-PROGRAM = 'PULIH1'
               IF WS-JML-PARAM < 20
                   ADD 1 TO WS-JML-PARAM
                   MOVE PRM-KUNCI TO TP-KUNCI(WS-JML-PARAM)
                   MOVE PRM-NILAI TO TP-NILAI(WS-JML-PARAM)
               END-IF
           END-IF.
       AMBIL-PARAM.
           MOVE 'N' TO SW-PARAM-ADA.
           MOVE SPACES TO WS-PARAM-NILAI.
           PERFORM CARI-PARAM VARYING P-PRM FROM 1 BY 1
               UNTIL P-PRM > WS-JML-PARAM OR PARAM-ADA.
       CARI-PARAM.
           IF TP-KUNCI(P-PRM) = WS-PARAM-KUNCI
               MOVE 'Y' TO SW-PARAM-ADA
               MOVE TP-NILAI(P-PRM) TO WS-PARAM-NILAI
           END-IF.
       END PROGRAM PULIH1.
