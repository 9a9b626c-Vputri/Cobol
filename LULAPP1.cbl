      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maker-checker approval queue for graduation
      *          posting reversals. A reversal requested by one
      *          supervisor in LULBTL1 is shown here to a second
      *          supervisor, who approves or refuses it. On approval
      *          the student's MHSFILE status goes back to what it
      *          was before LULUS1 posted the graduation (recorded
      *          on the STSHIST status history) and the
      *          LULUSAN record is marked X (reversed), which lifts
      *          the LULCEK1 grade freeze; on refusal the record
      *          goes back to L. A supervisor can never approve a
      *          reversal they requested themselves.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LULAPP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY LLSSEL.
           COPY MHSSEL.
           COPY STHSEL.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY LLSFD.
           COPY MHSFD.
           COPY STHFD.
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-LULUSAN-FILE PIC XX VALUE '00'.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-STATUS-HISTORI PIC XX VALUE '00'.
       77  SW-HABIS-STH PIC X VALUE 'N'.
           88 HABIS-STH VALUE 'Y'.
      *    Status history entry being recorded, and the student's
      *    last entry on file.
       77  WS-RWY-NPM PIC X(8) VALUE SPACES.
       77  WS-RWY-SEMESTER PIC X(5) VALUE SPACES.
       77  WS-RWY-JENIS PIC X(1) VALUE SPACE.
       77  WS-RWY-LAMA PIC X(1) VALUE SPACE.
       77  WS-RWY-BARU PIC X(1) VALUE SPACE.
       77  WS-RWY-ALASAN PIC X(30) VALUE SPACES.
       77  WS-SMT-TERAKHIR PIC X(5) VALUE SPACES.
       77  WS-URUT-TERAKHIR PIC 9(2) VALUE 0.
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
       77  JWB-AKSI PIC X VALUE 'L'.
       77  SW-DIKERJAKAN PIC X VALUE 'N'.
           88 DIKERJAKAN VALUE 'Y'.
       77  WS-JML-SETUJU PIC 9(5) VALUE 0.
       77  WS-JML-TOLAK PIC 9(5) VALUE 0.
       77  WS-JML-TERBUKA PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY 'HANYA SUPERVISOR BOLEH MENYETUJUI, BERHENTI'
               MOVE 'AKSES LULAPP1 DITOLAK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           MOVE 'PERSETUJUAN BATAL LULUS DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN I-O LULUSAN-FILE.
           IF FS-LULUSAN-FILE NOT = '00'
               DISPLAY 'LULUSAN TIDAK TERBUKA, TIDAK ADA ANTRIAN'
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           OPEN I-O MHS-FILE.
           IF FS-MHS-FILE NOT = '00'
               DISPLAY 'MHSFILE TIDAK TERBUKA, ANTRIAN TIDAK DIPROSES'
               CLOSE LULUSAN-FILE
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           PERFORM BUKA-HISTORI-IO.
           PERFORM PROSES-ENTRI
               UNTIL FS-LULUSAN-FILE = '10'.
           CLOSE LULUSAN-FILE.
           CLOSE MHS-FILE.
           CLOSE STATUS-HISTORI.
           DISPLAY 'ANTRIAN SELESAI: ' WS-JML-SETUJU ' DISETUJUI, '
               WS-JML-TOLAK ' DITOLAK, ' WS-JML-TERBUKA
               ' MASIH TERBUKA'.
           MOVE 'PERSETUJUAN BATAL LULUS SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
           GOBACK.
       PROSES-ENTRI.
           READ LULUSAN-FILE NEXT RECORD
               AT END MOVE '10' TO FS-LULUSAN-FILE.
           IF FS-LULUSAN-FILE NOT = '10'
               IF LLS-MINTA-BATAL
                   PERFORM TANGANI-ENTRI
               END-IF
           END-IF.
       TANGANI-ENTRI.
           DISPLAY ' '.
           DISPLAY 'NPM     : ' LLS-NPM ' ' LLS-NAMA ' ' LLS-PRODI.
           DISPLAY 'LULUS   : ' LLS-TGL-LULUS ' IJAZAH '
               LLS-NO-IJAZAH ' RUN-ID ' LLS-RUN-ID.
           DISPLAY 'PEMOHON : ' LLS-PEMOHON-BATAL ' TANGGAL '
               LLS-TGL-MINTA-BATAL ' ALASAN ' LLS-ALASAN-BATAL.
           IF LLS-PEMOHON-BATAL = WS-OPERATOR-ID
      *        Maker-checker rule: the supervisor who asked for the
      *        reversal may not approve it; it stays open for
      *        another supervisor.
               DISPLAY 'ANDA PEMOHON PEMBATALAN INI, '
                   'PERSETUJUAN HARUS SUPERVISOR LAIN'
               ADD 1 TO WS-JML-TERBUKA
           ELSE
               PERFORM TANYA-PUTUSAN
           END-IF.
       TANYA-PUTUSAN.
           DISPLAY 'SETUJU / TOLAK / LEWATI (S/T/L) ? : '.
           ACCEPT JWB-AKSI.
           MOVE 'N' TO SW-DIKERJAKAN.
           IF JWB-AKSI = 'S' OR JWB-AKSI = 's'
               PERFORM TERAPKAN-BATAL THRU TERAPKAN-BATAL-EXIT
           END-IF.
           IF JWB-AKSI = 'T' OR JWB-AKSI = 't'
               MOVE 'L' TO LLS-STATUS
               MOVE WS-OPERATOR-ID TO LLS-PENYETUJU-BATAL
               ACCEPT LLS-TGL-BATAL FROM DATE YYYYMMDD
               REWRITE LULUSAN-RECORD
               MOVE 'Y' TO SW-DIKERJAKAN
               ADD 1 TO WS-JML-TOLAK
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'BATAL LULUS DITOLAK ' DELIMITED BY SIZE
                   LLS-NPM DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
           END-IF.
           IF NOT DIKERJAKAN
               ADD 1 TO WS-JML-TERBUKA
           END-IF.
       TERAPKAN-BATAL.
           MOVE LLS-NPM TO MHS-NPM.
           READ MHS-FILE RECORD KEY IS MHS-NPM
               INVALID KEY
                   DISPLAY 'NPM ' LLS-NPM ' TIDAK ADA DI MHSFILE, '
                       'PEMBATALAN DIBIARKAN TERBUKA'
                   GO TO TERAPKAN-BATAL-EXIT
           END-READ.
           IF MHS-LULUS
               MOVE LLS-STATUS-MHS-LAMA TO MHS-STATUS
               REWRITE MHS-FILE-RECORD
               MOVE LLS-NPM TO WS-RWY-NPM
               MOVE LLS-SEMESTER-AKHIR TO WS-RWY-SEMESTER
               MOVE 'B' TO WS-RWY-JENIS
               MOVE 'L' TO WS-RWY-LAMA
               MOVE MHS-STATUS TO WS-RWY-BARU
               MOVE LLS-ALASAN-BATAL TO WS-RWY-ALASAN
               PERFORM CATAT-RIWAYAT-STATUS
           END-IF.
           MOVE 'X' TO LLS-STATUS.
           MOVE WS-OPERATOR-ID TO LLS-PENYETUJU-BATAL.
           ACCEPT LLS-TGL-BATAL FROM DATE YYYYMMDD.
           REWRITE LULUSAN-RECORD.
           MOVE 'Y' TO SW-DIKERJAKAN.
           ADD 1 TO WS-JML-SETUJU.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'BATAL LULUS DISETUJUI ' DELIMITED BY SIZE
               LLS-NPM DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY 'POSTING LULUS DIBATALKAN, STATUS MAHASISWA '
               'KEMBALI ' MHS-STATUS.
       TERAPKAN-BATAL-EXIT.
           EXIT.
       BUKA-HISTORI-IO.
           OPEN I-O STATUS-HISTORI.
           IF FS-STATUS-HISTORI = '35'
               CLOSE STATUS-HISTORI
               OPEN OUTPUT STATUS-HISTORI
               CLOSE STATUS-HISTORI
               OPEN I-O STATUS-HISTORI.
       CARI-RIWAYAT-TERAKHIR.
      *    The student's last history entry: its semester and the
      *    sequence used within it.
           MOVE SPACES TO WS-SMT-TERAKHIR.
           MOVE 0 TO WS-URUT-TERAKHIR.
           MOVE 'N' TO SW-HABIS-STH.
           MOVE WS-RWY-NPM TO STH-NPM.
           MOVE LOW-VALUES TO STH-SEMESTER.
           MOVE 0 TO STH-URUT.
           START STATUS-HISTORI KEY IS NOT LESS THAN STH-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS-STH
           END-START.
           PERFORM CARI-RIWAYAT-BARIS UNTIL HABIS-STH.
       CARI-RIWAYAT-BARIS.
           READ STATUS-HISTORI NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS-STH.
           IF NOT HABIS-STH
               IF STH-NPM NOT = WS-RWY-NPM
                   MOVE 'Y' TO SW-HABIS-STH
               ELSE
                   MOVE STH-SEMESTER TO WS-SMT-TERAKHIR
                   MOVE STH-URUT TO WS-URUT-TERAKHIR
               END-IF
           END-IF.
       CATAT-RIWAYAT-STATUS.
      *    A change never sorts before one already on file: it goes
      *    under the later of its own semester and the last one
      *    recorded, after any entry already in that semester.
           PERFORM CARI-RIWAYAT-TERAKHIR.
           IF WS-SMT-TERAKHIR > WS-RWY-SEMESTER
               MOVE WS-SMT-TERAKHIR TO WS-RWY-SEMESTER
           END-IF.
           MOVE SPACES TO STATUS-HISTORI-RECORD.
           MOVE WS-RWY-NPM TO STH-NPM.
           MOVE WS-RWY-SEMESTER TO STH-SEMESTER.
           IF WS-RWY-SEMESTER = WS-SMT-TERAKHIR
               COMPUTE STH-URUT = WS-URUT-TERAKHIR + 1
           ELSE
               MOVE 1 TO STH-URUT
           END-IF.
           MOVE WS-RWY-JENIS TO STH-JENIS.
           MOVE WS-RWY-LAMA TO STH-STATUS-LAMA.
           MOVE WS-RWY-BARU TO STH-STATUS-BARU.
           MOVE WS-RWY-ALASAN TO STH-ALASAN.
           MOVE WS-OPERATOR-ID TO STH-PENYETUJU.
           ACCEPT STH-TANGGAL FROM DATE YYYYMMDD.
           MOVE 'LULAPP1' TO STH-PROGRAM.
           MOVE WS-RUN-ID TO STH-RUN-ID.
           WRITE STATUS-HISTORI-RECORD
               INVALID KEY
                   DISPLAY 'RIWAYAT STATUS ' WS-RWY-NPM
                       ' TIDAK TERCATAT, STATUS ' FS-STATUS-HISTORI
           END-WRITE.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'LULUSAN' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
           MOVE 'MHSFILE' TO WS-LOCK-SUMBER.
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
           MOVE 'LULUSAN' TO WS-LOCK-SUMBER.
           PERFORM LEPAS-SUMBER.
           MOVE 'MHSFILE' TO WS-LOCK-SUMBER.
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
           MOVE 'LULAPP1' TO AUD-PROGRAM.
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
       END PROGRAM LULAPP1.
