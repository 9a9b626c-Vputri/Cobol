      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bulk attendance load from the lecturers' sign-in
      *          sheets. Reads ABSENSI (one line per student per
      *          meeting: NPM, course, meeting number, date YYYYMMDD,
      *          status H/I/S/A), checks each line against KRSFILE and
      *          loads it into the HADIR master; a meeting already on
      *          file is overwritten with the sheet. A loaded / changed
      *          / rejected register is printed to HDRLDREG and rejects
      *          are logged to BADINPUT; a rejected line is corrected by
      *          keying the meeting in HDRMNT1. Refused while the
      *          PERIODE term is closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HDRLD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENSI-FILE ASSIGN TO "ABSENSI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ABSENSI-FILE.
           COPY HDRSEL.
           COPY KRSSEL.
           COPY PRDSEL.
           SELECT REGISTER-ABSENSI ASSIGN TO "HDRLDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER-ABSENSI.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ABSENSI-FILE.
       01  ABSENSI-RECORD.
           02 ABS-NPM PIC X(8).
           02 FILLER PIC X(1).
           02 ABS-KODE-MK PIC X(6).
           02 FILLER PIC X(1).
           02 ABS-PERTEMUAN PIC X(2).
           02 FILLER PIC X(1).
           02 ABS-TANGGAL PIC X(8).
           02 FILLER PIC X(1).
           02 ABS-STATUS PIC X(1).
           COPY HDRFD.
           COPY KRSFD.
           COPY PRDFD.
       FD  REGISTER-ABSENSI.
       01  REGISTER-ABSENSI-BARIS PIC X(80).
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-ABSENSI-FILE PIC XX VALUE '00'.
       77  FS-HADIR-FILE PIC XX VALUE '00'.
       77  FS-KRS-FILE PIC XX VALUE '00'.
       77  FS-PERIODE-FILE PIC XX VALUE '00'.
       77  FS-REGISTER-ABSENSI PIC XX VALUE '00'.
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
       77  SW-PERIODE-TUTUP PIC X VALUE 'N'.
           88 PERIODE-TUTUP VALUE 'Y'.
       77  WS-SEMESTER PIC X(5) VALUE SPACES.
       77  SW-KRS PIC X VALUE 'N'.
           88 KRS-AKTIF VALUE 'Y'.
       77  SW-BARIS-SAH PIC X VALUE 'Y'.
           88 BARIS-SAH VALUE 'Y'.
       77  WS-TOLAK-PESAN PIC X(30) VALUE SPACES.
       77  WS-JML-BACA PIC 9(5) VALUE 0.
       77  WS-JML-MUAT PIC 9(5) VALUE 0.
       77  WS-JML-UBAH PIC 9(5) VALUE 0.
       77  WS-JML-TOLAK PIC 9(5) VALUE 0.
       01  JUDUL-REGISTER.
           02 FILLER PIC X(34)
              VALUE 'REGISTER MUATAN ABSENSI   RUN-ID: '.
           02 CETAK-RUN-ID PIC X(12).
       01  BARIS-REGISTER.
           02 BR-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-KODE-MK PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-PERTEMUAN PIC X(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-HADIR PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-STATUS PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-PESAN PIC X(30).
       01  BARIS-TOTAL.
           02 BTO-TEKS PIC X(22).
           02 BTO-JUMLAH PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           MOVE 'MUATAN ABSENSI DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM BACA-PERIODE.
           IF PERIODE-TUTUP
               DISPLAY 'PERIODE AKADEMIK DITUTUP, MUATAN DITOLAK'
               MOVE 'MUATAN DITOLAK, PERIODE TUTUP' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           OPEN INPUT ABSENSI-FILE.
           IF FS-ABSENSI-FILE NOT = '00'
               DISPLAY 'ABSENSI TIDAK TERBUKA, TIDAK ADA MUATAN'
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           PERFORM BUKA-HADIR-IO.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE = '00'
               MOVE 'Y' TO SW-KRS
           ELSE
               MOVE 'N' TO SW-KRS
               DISPLAY 'KRSFILE TIDAK TERBUKA, '
                   'KRS TIDAK DIPERIKSA'
           END-IF.
           OPEN OUTPUT REGISTER-ABSENSI.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-REGISTER TO REGISTER-ABSENSI-BARIS.
           WRITE REGISTER-ABSENSI-BARIS.
           PERFORM PROSES-BARIS UNTIL FS-ABSENSI-FILE = '10'.
           PERFORM TULIS-TOTAL.
           CLOSE ABSENSI-FILE.
           CLOSE HADIR-FILE.
           IF KRS-AKTIF
               CLOSE KRS-FILE
           END-IF.
           CLOSE REGISTER-ABSENSI.
           DISPLAY 'MUATAN SELESAI: ' WS-JML-MUAT ' DIMUAT, '
               WS-JML-UBAH ' DIUBAH, ' WS-JML-TOLAK
               ' DITOLAK, LIHAT HDRLDREG'.
           MOVE 'MUATAN ABSENSI SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
           GOBACK.
       BACA-PERIODE.
           MOVE 'N' TO SW-PERIODE-TUTUP.
           MOVE SPACES TO WS-SEMESTER.
           OPEN INPUT PERIODE-FILE.
           IF FS-PERIODE-FILE = '00'
               READ PERIODE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRD-SEMESTER TO WS-SEMESTER
                       IF PRD-TUTUP
                           MOVE 'Y' TO SW-PERIODE-TUTUP
                       END-IF
               END-READ
               CLOSE PERIODE-FILE
           END-IF.
       BUKA-HADIR-IO.
           OPEN I-O HADIR-FILE.
           IF FS-HADIR-FILE = '35'
               CLOSE HADIR-FILE
               OPEN OUTPUT HADIR-FILE
               CLOSE HADIR-FILE
               OPEN I-O HADIR-FILE.
       PROSES-BARIS.
           READ ABSENSI-FILE
               AT END MOVE '10' TO FS-ABSENSI-FILE.
           IF FS-ABSENSI-FILE NOT = '10'
               AND ABSENSI-RECORD NOT = SPACES
               ADD 1 TO WS-JML-BACA
               MOVE 'Y' TO SW-BARIS-SAH
               MOVE SPACES TO WS-TOLAK-PESAN
               PERFORM PERIKSA-BARIS
               IF BARIS-SAH
                   PERFORM MUAT-PRESENSI
               ELSE
                   PERFORM TOLAK-BARIS
               END-IF
           END-IF.
       PERIKSA-BARIS.
           IF ABS-NPM = SPACES
               MOVE 'N' TO SW-BARIS-SAH
               MOVE 'NPM KOSONG' TO WS-TOLAK-PESAN
           END-IF.
           IF BARIS-SAH AND ABS-KODE-MK = SPACES
               MOVE 'N' TO SW-BARIS-SAH
               MOVE 'KODE MK KOSONG' TO WS-TOLAK-PESAN
           END-IF.
           IF BARIS-SAH
               IF ABS-PERTEMUAN NOT NUMERIC
                   OR ABS-PERTEMUAN = '00'
                   MOVE 'N' TO SW-BARIS-SAH
                   MOVE 'NOMOR PERTEMUAN TIDAK VALID' TO WS-TOLAK-PESAN
               END-IF
           END-IF.
           IF BARIS-SAH AND ABS-TANGGAL NOT NUMERIC
               MOVE 'N' TO SW-BARIS-SAH
               MOVE 'TANGGAL BUKAN ANGKA' TO WS-TOLAK-PESAN
           END-IF.
           IF BARIS-SAH
               IF ABS-STATUS NOT = 'H' AND ABS-STATUS NOT = 'I'
                   AND ABS-STATUS NOT = 'S' AND ABS-STATUS NOT = 'A'
                   MOVE 'N' TO SW-BARIS-SAH
                   MOVE 'STATUS HARUS H, I, S ATAU A' TO WS-TOLAK-PESAN
               END-IF
           END-IF.
           IF BARIS-SAH AND KRS-AKTIF
               PERFORM CARI-KRS
           END-IF.
       CARI-KRS.
           MOVE ABS-NPM TO KRS-NPM.
           MOVE ABS-KODE-MK TO KRS-KODE-MK.
           READ KRS-FILE RECORD KEY IS KRS-KEY
               INVALID KEY
                   MOVE 'N' TO SW-BARIS-SAH
                   MOVE 'PASANGAN NPM-MK TANPA KRS' TO WS-TOLAK-PESAN
               NOT INVALID KEY
                   CONTINUE
           END-READ.
       MUAT-PRESENSI.
           MOVE ABS-NPM TO HDR-NPM.
           MOVE ABS-KODE-MK TO HDR-KODE-MK.
           MOVE ABS-PERTEMUAN TO HDR-PERTEMUAN.
           READ HADIR-FILE RECORD KEY IS HDR-KEY
               INVALID KEY
                   PERFORM ISI-PRESENSI
                   WRITE HADIR-RECORD
                   ADD 1 TO WS-JML-MUAT
                   MOVE 'DIMUAT' TO BR-STATUS
               NOT INVALID KEY
      *            The sheet wins: a meeting keyed on HDRMNT1 and
      *            then sent in on paper takes the paper status.
                   PERFORM ISI-PRESENSI
                   REWRITE HADIR-RECORD
                   ADD 1 TO WS-JML-UBAH
                   MOVE 'DIUBAH' TO BR-STATUS
           END-READ.
           MOVE SPACES TO BR-PESAN.
           PERFORM TULIS-REGISTER.
       ISI-PRESENSI.
           MOVE WS-SEMESTER TO HDR-SEMESTER.
           MOVE ABS-TANGGAL TO HDR-TANGGAL.
           MOVE ABS-STATUS TO HDR-STATUS.
       TULIS-REGISTER.
           MOVE ABS-NPM TO BR-NPM.
           MOVE ABS-KODE-MK TO BR-KODE-MK.
           MOVE ABS-PERTEMUAN TO BR-PERTEMUAN.
           MOVE ABS-STATUS TO BR-HADIR.
           MOVE BARIS-REGISTER TO REGISTER-ABSENSI-BARIS.
           WRITE REGISTER-ABSENSI-BARIS.
       TOLAK-BARIS.
           ADD 1 TO WS-JML-TOLAK.
           MOVE 'DITOLAK' TO BR-STATUS.
           MOVE WS-TOLAK-PESAN TO BR-PESAN.
           PERFORM TULIS-REGISTER.
           MOVE 'ABSENSI' TO WS-BI-FIELD.
           MOVE ABSENSI-RECORD(1:20) TO WS-BI-NILAI.
           MOVE WS-TOLAK-PESAN TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
       TULIS-TOTAL.
           MOVE SPACES TO REGISTER-ABSENSI-BARIS.
           WRITE REGISTER-ABSENSI-BARIS.
           MOVE 'BARIS ABSENSI DIBACA: ' TO BTO-TEKS.
           MOVE WS-JML-BACA TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO REGISTER-ABSENSI-BARIS.
           WRITE REGISTER-ABSENSI-BARIS.
           MOVE 'DIMUAT : ' TO BTO-TEKS.
           MOVE WS-JML-MUAT TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO REGISTER-ABSENSI-BARIS.
           WRITE REGISTER-ABSENSI-BARIS.
           MOVE 'DIUBAH : ' TO BTO-TEKS.
           MOVE WS-JML-UBAH TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO REGISTER-ABSENSI-BARIS.
           WRITE REGISTER-ABSENSI-BARIS.
           MOVE 'DITOLAK : ' TO BTO-TEKS.
           MOVE WS-JML-TOLAK TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO REGISTER-ABSENSI-BARIS.
           WRITE REGISTER-ABSENSI-BARIS.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'HADIR' TO WS-LOCK-SUMBER.
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
           MOVE 'HADIR' TO WS-LOCK-SUMBER.
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
           MOVE 'HDRLD1' TO AUD-PROGRAM.
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
           MOVE 'HDRLD1' TO BI-PROGRAM.
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
       END PROGRAM HDRLD1.
