      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maker-checker approval of the grade curves proposed
      *          on KURVA1 (KURVAMST). Each open proposal is shown to
      *          a supervisor, who approves or rejects it; a
      *          supervisor can never approve a curve they proposed.
      *          A curve is applied only if the course's scores on
      *          NILAIMST are still the ones previewed (same count,
      *          sum and sum of squares); otherwise it can only be
      *          rejected and proposed again. On approval every
      *          score the curve raises is rewritten on NILAIMST with
      *          its KETERANGAN, using the same KRVHIT1 rule as the
      *          preview, and journaled to GRADEJRN under reason KRV
      *          with the proposer and the approver; graduated
      *          students (LULCEK1) are left alone. The changes
      *          applied are listed on KURVAREG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KURVAPP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY KRVSEL.
           COPY NILMSEL.
           COPY JRNSEL.
           SELECT REGISTER-KURVA ASSIGN TO "KURVAREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER-KURVA.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY KRVFD.
           COPY NILMFD.
           COPY JRNFD.
       FD  REGISTER-KURVA.
       01  REGISTER-KURVA-BARIS PIC X(80).
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-KURVA-FILE PIC XX VALUE '00'.
       77  FS-NILAI-MASTER PIC XX VALUE '00'.
       77  FS-JURNAL-FILE PIC XX VALUE '00'.
       77  FS-REGISTER-KURVA PIC XX VALUE '00'.
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
       77  SW-NIL-TERBUKA PIC X VALUE 'N'.
           88 NIL-SIAP VALUE 'Y'.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  WS-HASIL-LULUS PIC X(1) VALUE SPACE.
           88 NILAI-DIBEKUKAN VALUE 'Y'.
       77  WS-TGL-LULUS PIC 9(8) VALUE 0.
       77  WS-JML-SETUJU PIC 9(5) VALUE 0.
       77  WS-JML-TOLAK PIC 9(5) VALUE 0.
       77  WS-JML-TERBUKA PIC 9(5) VALUE 0.
       77  WS-CEK-JUMLAH PIC 9(5) VALUE 0.
       77  WS-CEK-TOTAL PIC 9(9)V99 VALUE 0.
       77  WS-CEK-KUADRAT PIC 9(11)V9(4) VALUE 0.
       77  WS-NILAI-LAMA PIC 999V99 VALUE 0.
       77  WS-NILAI-BARU PIC 999V99 VALUE 0.
       77  WS-KET-BARU PIC X(10) VALUE SPACES.
       77  WS-NILAI-EDIT PIC ZZ9.99.
       77  WS-JRN-NILAI-LAMA PIC X(6).
       77  WS-JRN-KET-LAMA PIC X(10).
       77  WS-JML-UBAH PIC 9(5) VALUE 0.
       77  WS-JML-BEKU PIC 9(5) VALUE 0.
       77  WS-JML-UBAH-RUN PIC 9(5) VALUE 0.
       01  JUDUL-REGISTER.
           02 FILLER PIC X(32)
              VALUE 'REGISTER KURVA NILAI DITERAPKAN'.
           02 FILLER PIC X(8) VALUE 'RUN-ID: '.
           02 JRG-RUN-ID PIC X(12).
       01  BARIS-USULAN.
           02 FILLER PIC X(7) VALUE 'USULAN '.
           02 BU-NO PIC 9(7).
           02 FILLER PIC X(4) VALUE ' MK '.
           02 BU-KODE-MK PIC X(6).
           02 FILLER PIC X(8) VALUE ' METODE '.
           02 BU-METODE PIC X(1).
           02 FILLER PIC X(10) VALUE ' PEMBUAT '.
           02 BU-PEMBUAT PIC X(8).
           02 FILLER PIC X(12) VALUE ' PENYETUJU '.
           02 BU-PENYETUJU PIC X(8).
       01  BARIS-REFERENSI.
           02 FILLER PIC X(11) VALUE 'KEPUTUSAN: '.
           02 BRF-REFERENSI PIC X(30).
       01  BARIS-UBAH.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BUB-NPM PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BUB-NAMA PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BUB-LAMA PIC ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 BUB-KET-LAMA PIC X(10).
           02 FILLER PIC X(4) VALUE ' -> '.
           02 BUB-BARU PIC ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 BUB-KET-BARU PIC X(10).
       01  BARIS-HASIL.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BH-UBAH PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE ' NILAI DIUBAH, '.
           02 BH-BEKU PIC ZZZZ9.
           02 FILLER PIC X(30)
              VALUE ' SUDAH LULUS TIDAK DIUBAH'.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY 'HANYA SUPERVISOR BOLEH MENYETUJUI, BERHENTI'
               MOVE 'AKSES KURVAPP1 DITOLAK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           MOVE 'PERSETUJUAN KURVA DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN I-O KURVA-FILE.
           IF FS-KURVA-FILE NOT = '00'
               DISPLAY 'KURVAMST TIDAK TERBUKA, TIDAK ADA USULAN'
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           OPEN I-O NILAI-MASTER.
           IF FS-NILAI-MASTER = '00'
               MOVE 'Y' TO SW-NIL-TERBUKA
           ELSE
               DISPLAY 'NILAIMST TIDAK TERBUKA, USULAN HANYA BISA '
                   'DITOLAK'
           END-IF.
           OPEN OUTPUT REGISTER-KURVA.
           MOVE WS-RUN-ID TO JRG-RUN-ID.
           MOVE JUDUL-REGISTER TO REGISTER-KURVA-BARIS.
           WRITE REGISTER-KURVA-BARIS.
           PERFORM PROSES-ENTRI
               UNTIL FS-KURVA-FILE = '10'.
           CLOSE KURVA-FILE.
           IF NIL-SIAP
               CLOSE NILAI-MASTER
           END-IF.
           CLOSE REGISTER-KURVA.
           DISPLAY 'ANTRIAN SELESAI: ' WS-JML-SETUJU ' DISETUJUI, '
               WS-JML-TOLAK ' DITOLAK, ' WS-JML-TERBUKA
               ' MASIH TERBUKA, ' WS-JML-UBAH-RUN ' NILAI DIUBAH'.
           MOVE 'PERSETUJUAN KURVA SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
           GOBACK.
       PROSES-ENTRI.
           READ KURVA-FILE NEXT RECORD
               AT END MOVE '10' TO FS-KURVA-FILE.
           IF FS-KURVA-FILE NOT = '10'
               IF KRV-TERBUKA
                   PERFORM TANGANI-ENTRI
               END-IF
           END-IF.
       TANGANI-ENTRI.
           DISPLAY ' '.
           DISPLAY 'USULAN  : ' KRV-NO ' MK ' KRV-KODE-MK
               ' METODE ' KRV-METODE.
           DISPLAY 'PEMBUAT : ' KRV-PEMBUAT ' TANGGAL '
               KRV-TGL-BUAT ' KEPUTUSAN ' KRV-REFERENSI.
           MOVE KRV-RATA TO WS-NILAI-EDIT.
           DISPLAY 'JUMLAH NILAI ' KRV-JUMLAH ' RATA-RATA '
               WS-NILAI-EDIT.
           DISPLAY 'PRATINJAU: ' KRV-JML-NAIK ' NILAI NAIK, '
               KRV-JML-JADI-LULUS ' MENJADI LULUS'.
           IF KRV-PEMBUAT = WS-OPERATOR-ID
      *        Maker-checker rule: the operator who proposed the
      *        curve may not approve it; it stays open for another
      *        supervisor.
               DISPLAY 'ANDA PEMBUAT USULAN INI, '
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
               IF NIL-SIAP
                   PERFORM PERIKSA-PRATINJAU
               ELSE
                   DISPLAY 'NILAIMST TIDAK TERBUKA, USULAN DIBIARKAN '
                       'TERBUKA'
               END-IF
           END-IF.
           IF JWB-AKSI = 'T' OR JWB-AKSI = 't'
               MOVE 'R' TO KRV-STATUS
               MOVE WS-OPERATOR-ID TO KRV-PENYETUJU
               ACCEPT KRV-TGL-SETUJU FROM DATE YYYYMMDD
               REWRITE KURVA-RECORD
               MOVE 'Y' TO SW-DIKERJAKAN
               ADD 1 TO WS-JML-TOLAK
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'KURVA DITOLAK ' DELIMITED BY SIZE
                   KRV-NO DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   KRV-KODE-MK DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
           END-IF.
           IF NOT DIKERJAKAN
               ADD 1 TO WS-JML-TERBUKA
           END-IF.
       PERIKSA-PRATINJAU.
      *    The curve was worked out on the scores the board saw; if
      *    any of them has moved since, the preview no longer holds.
           MOVE 0 TO WS-CEK-JUMLAH WS-CEK-TOTAL WS-CEK-KUADRAT.
           PERFORM MULAI-BACA-NILAI.
           PERFORM HITUNG-CEK-BARIS UNTIL HABIS.
           IF WS-CEK-JUMLAH NOT = KRV-JUMLAH
               OR WS-CEK-TOTAL NOT = KRV-TOTAL
               OR WS-CEK-KUADRAT NOT = KRV-KUADRAT
               DISPLAY 'NILAI ' KRV-KODE-MK ' BERUBAH SEJAK '
                   'PRATINJAU, USULAN HANYA BISA DITOLAK'
               MOVE 'SETUJU KURVA DITOLAK, NILAI BERUBAH'
                   TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
           ELSE
               PERFORM TERAPKAN-KURVA
           END-IF.
       MULAI-BACA-NILAI.
      *    Positioned on the course-code alternate key, so only the
      *    curved course's records are read.
           MOVE 'N' TO SW-HABIS.
           MOVE KRV-KODE-MK TO KODE-MK-MST.
           START NILAI-MASTER KEY IS = KODE-MK-MST
               INVALID KEY MOVE 'Y' TO SW-HABIS
           END-START.
       BACA-NILAI-MK.
           READ NILAI-MASTER NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS AND KODE-MK-MST NOT = KRV-KODE-MK
               MOVE 'Y' TO SW-HABIS
           END-IF.
       HITUNG-CEK-BARIS.
           PERFORM BACA-NILAI-MK.
           IF NOT HABIS
               ADD 1 TO WS-CEK-JUMLAH
               ADD NILAI-MST TO WS-CEK-TOTAL
               COMPUTE WS-CEK-KUADRAT = WS-CEK-KUADRAT
                   + NILAI-MST * NILAI-MST
           END-IF.
       TERAPKAN-KURVA.
           MOVE 0 TO WS-JML-UBAH WS-JML-BEKU.
           MOVE KRV-NO TO BU-NO.
           MOVE KRV-KODE-MK TO BU-KODE-MK.
           MOVE KRV-METODE TO BU-METODE.
           MOVE KRV-PEMBUAT TO BU-PEMBUAT.
           MOVE WS-OPERATOR-ID TO BU-PENYETUJU.
           MOVE SPACES TO REGISTER-KURVA-BARIS.
           WRITE REGISTER-KURVA-BARIS.
           MOVE BARIS-USULAN TO REGISTER-KURVA-BARIS.
           WRITE REGISTER-KURVA-BARIS.
           MOVE KRV-REFERENSI TO BRF-REFERENSI.
           MOVE BARIS-REFERENSI TO REGISTER-KURVA-BARIS.
           WRITE REGISTER-KURVA-BARIS.
           PERFORM MULAI-BACA-NILAI.
           PERFORM TERAPKAN-BARIS UNTIL HABIS.
           MOVE WS-JML-UBAH TO BH-UBAH.
           MOVE WS-JML-BEKU TO BH-BEKU.
           MOVE BARIS-HASIL TO REGISTER-KURVA-BARIS.
           WRITE REGISTER-KURVA-BARIS.
           MOVE 'A' TO KRV-STATUS.
           MOVE WS-OPERATOR-ID TO KRV-PENYETUJU.
           ACCEPT KRV-TGL-SETUJU FROM DATE YYYYMMDD.
           REWRITE KURVA-RECORD.
           MOVE 'Y' TO SW-DIKERJAKAN.
           ADD 1 TO WS-JML-SETUJU.
           ADD WS-JML-UBAH TO WS-JML-UBAH-RUN.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'KURVA DITERAPKAN ' DELIMITED BY SIZE
               KRV-NO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               KRV-KODE-MK DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY 'KURVA DISETUJUI DAN DITERAPKAN: ' WS-JML-UBAH
               ' NILAI DIUBAH, ' WS-JML-BEKU ' SUDAH LULUS'.
       TERAPKAN-BARIS.
           PERFORM BACA-NILAI-MK.
           IF NOT HABIS
               CALL 'LULCEK1' USING NPM-MST, WS-HASIL-LULUS,
                   WS-TGL-LULUS
               IF NILAI-DIBEKUKAN
                   ADD 1 TO WS-JML-BEKU
               ELSE
                   MOVE NILAI-MST TO WS-NILAI-LAMA
                   CALL 'KRVHIT1' USING KRV-METODE, KRV-GESER,
                       KRV-TARGET-RATA, KRV-TARGET-SB, KRV-RATA,
                       KRV-SIMPANGAN, WS-NILAI-LAMA, WS-NILAI-BARU,
                       WS-KET-BARU
                   IF WS-NILAI-BARU NOT = WS-NILAI-LAMA
                       PERFORM SIMPAN-KURVA
                   END-IF
               END-IF
           END-IF.
       SIMPAN-KURVA.
           MOVE NILAI-MST TO WS-NILAI-EDIT.
           MOVE WS-NILAI-EDIT TO WS-JRN-NILAI-LAMA.
           MOVE KETERANGAN-MST TO WS-JRN-KET-LAMA.
           MOVE NPM-MST TO BUB-NPM.
           MOVE NAMA-MST TO BUB-NAMA.
           MOVE NILAI-MST TO BUB-LAMA.
           MOVE KETERANGAN-MST TO BUB-KET-LAMA.
           MOVE WS-NILAI-BARU TO NILAI-MST.
           MOVE WS-KET-BARU TO KETERANGAN-MST.
           REWRITE NILAI-MASTER-RECORD.
           PERFORM CATAT-JURNAL.
           MOVE WS-NILAI-BARU TO BUB-BARU.
           MOVE WS-KET-BARU TO BUB-KET-BARU.
           MOVE BARIS-UBAH TO REGISTER-KURVA-BARIS.
           WRITE REGISTER-KURVA-BARIS.
           ADD 1 TO WS-JML-UBAH.
       CATAT-JURNAL.
           MOVE SPACES TO JURNAL-RECORD.
           ACCEPT JRN-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT JRN-JAM FROM TIME.
           MOVE KRV-PEMBUAT TO JRN-OPERATOR.
           MOVE WS-RUN-ID TO JRN-RUN-ID.
           MOVE 'KURVAPP1' TO JRN-PROGRAM.
           MOVE NPM-MST TO JRN-NPM.
           MOVE KODE-MK-MST TO JRN-KODE-MK.
           MOVE WS-JRN-NILAI-LAMA TO JRN-NILAI-LAMA.
           MOVE WS-JRN-KET-LAMA TO JRN-KET-LAMA.
           MOVE WS-NILAI-BARU TO WS-NILAI-EDIT.
           MOVE WS-NILAI-EDIT TO JRN-NILAI-BARU.
           MOVE WS-KET-BARU TO JRN-KET-BARU.
           MOVE 'KRV' TO JRN-ALASAN.
           MOVE WS-OPERATOR-ID TO JRN-PENYETUJU.
           MOVE 'U' TO JRN-JENIS.
           PERFORM ISI-JURNAL-MST.
           OPEN EXTEND JURNAL-FILE.
           IF FS-JURNAL-FILE = '35'
               OPEN OUTPUT JURNAL-FILE
               CLOSE JURNAL-FILE
               OPEN EXTEND JURNAL-FILE
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
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'KURVAMST' TO WS-LOCK-SUMBER.
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
           MOVE 'KURVAMST' TO WS-LOCK-SUMBER.
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
           MOVE 'KURVAPP1' TO AUD-PROGRAM.
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
       END PROGRAM KURVAPP1.
