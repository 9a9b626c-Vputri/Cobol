      ******************************************************************
      * Author:
      * Date:
      * Purpose: Pre-exam list of students barred from the UAS. For
      *          every KRSFILE enrollment of the PERIODE semester the
      *          attendance rule in HADCEK1 is applied; students
      *          under 75 percent are listed per course with their
      *          attendance percentage so the faculty office can warn
      *          them before exam week. Output to CEKALUAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HDRLAP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY KRSSEL.
           COPY MHSSEL.
           COPY MKSEL.
           COPY PRDSEL.
           SELECT LAPORAN-CEKAL ASSIGN TO "CEKALUAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-CEKAL.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY KRSFD.
           COPY MHSFD.
           COPY MKFD.
           COPY PRDFD.
       FD  LAPORAN-CEKAL.
       01  LAPORAN-CEKAL-BARIS PIC X(80).
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-KRS-FILE PIC XX VALUE '00'.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-MK-FILE PIC XX VALUE '00'.
       77  FS-PERIODE-FILE PIC XX VALUE '00'.
       77  FS-LAPORAN-CEKAL PIC XX VALUE '00'.
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
       77  SW-REGISTRASI PIC X VALUE 'N'.
           88 REGISTRASI-AKTIF VALUE 'Y'.
       77  SW-KATALOG-MK PIC X VALUE 'N'.
           88 KATALOG-MK-AKTIF VALUE 'Y'.
       77  SW-HADIR-ADA PIC X VALUE 'Y'.
           88 HADIR-TIDAK-ADA VALUE 'N'.
       77  SW-TABEL-PENUH PIC X VALUE 'N'.
       77  WS-SEMESTER PIC X(5) VALUE SPACES.
       77  WS-HASIL-UAS PIC X(1) VALUE SPACE.
       77  WS-PERSEN-HADIR PIC 9(3) VALUE 0.
       77  WS-JML-KRS PIC 9(5) VALUE 0.
       77  WS-JML-CEKAL PIC 9(4) VALUE 0.
       77  WS-JML-MK PIC 9(4) VALUE 0.
       77  WS-JML-PER-MK PIC 9(4) VALUE 0.
       77  WS-MK-LALU PIC X(6) VALUE SPACES.
       01  TABEL-CEKAL.
           02 ISI-CEKAL OCCURS 2000 TIMES.
              03 TC-KUNCI.
                 04 TC-KODE-MK PIC X(6).
                 04 TC-NPM PIC X(8).
              03 TC-PERSEN PIC 9(3).
       01  TUKAR-CEKAL.
           02 TU-KUNCI PIC X(14).
           02 TU-PERSEN PIC 9(3).
       77  M PIC 9(4) VALUE 0.
       77  J PIC 9(4) VALUE 0.
       77  J1 PIC 9(4) VALUE 0.
       01  JUDUL-CEKAL.
           02 FILLER PIC X(30)
              VALUE 'DAFTAR TIDAK BERHAK UAS   SMT '.
           02 JC-SEMESTER PIC X(5).
           02 FILLER PIC X(11) VALUE '    RUN-ID '.
           02 JC-RUN-ID PIC X(12).
       01  JUDUL-SYARAT.
           02 FILLER PIC X(40)
              VALUE 'SYARAT: KEHADIRAN MINIMAL 75% PERTEMUAN'.
       01  BARIS-MK.
           02 FILLER PIC X(13) VALUE 'MATA KULIAH: '.
           02 BMK-KODE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BMK-NAMA PIC X(20).
       01  BARIS-MHS.
           02 FILLER PIC X(4) VALUE SPACES.
           02 BMH-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BMH-NAMA PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'HADIR : '.
           02 BMH-PERSEN PIC ZZ9.
           02 FILLER PIC X(1) VALUE '%'.
       01  BARIS-JML-MK.
           02 FILLER PIC X(4) VALUE SPACES.
           02 FILLER PIC X(22) VALUE 'JUMLAH TIDAK BERHAK : '.
           02 BJM-JUMLAH PIC ZZZ9.
       01  BARIS-TOTAL.
           02 BTO-TEKS PIC X(26).
           02 BTO-JUMLAH PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           MOVE 'DAFTAR CEKAL UAS DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM AMBIL-SEMESTER-PERIODE.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE NOT = '00'
               DISPLAY 'KRSFILE TIDAK TERBUKA, TIDAK ADA DATA'
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           MOVE 0 TO WS-JML-CEKAL.
           PERFORM KUMPUL-CEKAL UNTIL FS-KRS-FILE = '10'.
           CLOSE KRS-FILE.
           IF HADIR-TIDAK-ADA
               DISPLAY 'HADIR TIDAK TERBUKA, DAFTAR TIDAK DIBUAT'
               MOVE 'DAFTAR CEKAL DIBATALKAN, HADIR' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           IF WS-JML-CEKAL > 1
               PERFORM URUT-LUAR VARYING M FROM 1 BY 1
                   UNTIL M >= WS-JML-CEKAL
           END-IF.
           OPEN INPUT MHS-FILE.
           IF FS-MHS-FILE = '00'
               MOVE 'Y' TO SW-REGISTRASI
           END-IF.
           OPEN INPUT MK-FILE.
           IF FS-MK-FILE = '00'
               MOVE 'Y' TO SW-KATALOG-MK
           END-IF.
           OPEN OUTPUT LAPORAN-CEKAL.
           MOVE WS-SEMESTER TO JC-SEMESTER.
           MOVE WS-RUN-ID TO JC-RUN-ID.
           MOVE JUDUL-CEKAL TO LAPORAN-CEKAL-BARIS.
           WRITE LAPORAN-CEKAL-BARIS.
           MOVE JUDUL-SYARAT TO LAPORAN-CEKAL-BARIS.
           WRITE LAPORAN-CEKAL-BARIS.
           MOVE SPACES TO WS-MK-LALU.
           MOVE 0 TO WS-JML-MK.
           PERFORM TULIS-CEKAL VARYING M FROM 1 BY 1
               UNTIL M > WS-JML-CEKAL.
           IF WS-JML-CEKAL > 0
               PERFORM TULIS-JML-MK
           END-IF.
           PERFORM TULIS-TOTAL.
           CLOSE LAPORAN-CEKAL.
           IF REGISTRASI-AKTIF
               CLOSE MHS-FILE
           END-IF.
           IF KATALOG-MK-AKTIF
               CLOSE MK-FILE
           END-IF.
           DISPLAY 'DAFTAR SELESAI: ' WS-JML-CEKAL
               ' TIDAK BERHAK UAS DARI ' WS-JML-KRS
               ' KRS, LIHAT FILE CEKALUAS'.
           MOVE 'DAFTAR CEKAL UAS SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
           GOBACK.
       AMBIL-SEMESTER-PERIODE.
           MOVE SPACES TO WS-SEMESTER.
           OPEN INPUT PERIODE-FILE.
           IF FS-PERIODE-FILE = '00'
               READ PERIODE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE PRD-SEMESTER TO WS-SEMESTER
               END-READ
               CLOSE PERIODE-FILE
           END-IF.
       KUMPUL-CEKAL.
           READ KRS-FILE NEXT RECORD
               AT END MOVE '10' TO FS-KRS-FILE.
           IF FS-KRS-FILE NOT = '10'
               AND (WS-SEMESTER = SPACES
                   OR KRS-SEMESTER = WS-SEMESTER)
               ADD 1 TO WS-JML-KRS
               CALL 'HADCEK1' USING KRS-NPM, KRS-KODE-MK,
                   WS-HASIL-UAS, WS-PERSEN-HADIR
               IF WS-HASIL-UAS = 'X'
                   MOVE 'N' TO SW-HADIR-ADA
                   MOVE '10' TO FS-KRS-FILE
               END-IF
               IF WS-HASIL-UAS = 'N'
                   PERFORM SIMPAN-CEKAL
               END-IF
           END-IF.
       SIMPAN-CEKAL.
           IF WS-JML-CEKAL < 2000
               ADD 1 TO WS-JML-CEKAL
               MOVE KRS-KODE-MK TO TC-KODE-MK(WS-JML-CEKAL)
               MOVE KRS-NPM TO TC-NPM(WS-JML-CEKAL)
               MOVE WS-PERSEN-HADIR TO TC-PERSEN(WS-JML-CEKAL)
           ELSE
               IF SW-TABEL-PENUH = 'N'
                   MOVE 'Y' TO SW-TABEL-PENUH
                   DISPLAY 'TABEL CEKAL PENUH (2000), SISA DILEWATI'
               END-IF
           END-IF.
       URUT-LUAR.
           PERFORM URUT-DALAM VARYING J FROM 1 BY 1
               UNTIL J > WS-JML-CEKAL - M.
       URUT-DALAM.
           COMPUTE J1 = J + 1.
           IF TC-KUNCI(J) > TC-KUNCI(J1)
               MOVE ISI-CEKAL(J) TO TUKAR-CEKAL
               MOVE ISI-CEKAL(J1) TO ISI-CEKAL(J)
               MOVE TUKAR-CEKAL TO ISI-CEKAL(J1)
           END-IF.
       TULIS-CEKAL.
           IF TC-KODE-MK(M) NOT = WS-MK-LALU
               IF WS-MK-LALU NOT = SPACES
                   PERFORM TULIS-JML-MK
               END-IF
               PERFORM TULIS-KEPALA-MK
           END-IF.
           MOVE TC-NPM(M) TO BMH-NPM.
           MOVE SPACES TO BMH-NAMA.
           IF REGISTRASI-AKTIF
               MOVE TC-NPM(M) TO MHS-NPM
               READ MHS-FILE RECORD KEY IS MHS-NPM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MHS-NAMA TO BMH-NAMA
               END-READ
           END-IF.
           MOVE TC-PERSEN(M) TO BMH-PERSEN.
           MOVE BARIS-MHS TO LAPORAN-CEKAL-BARIS.
           WRITE LAPORAN-CEKAL-BARIS.
           ADD 1 TO WS-JML-PER-MK.
       TULIS-KEPALA-MK.
           MOVE TC-KODE-MK(M) TO WS-MK-LALU.
           ADD 1 TO WS-JML-MK.
           MOVE 0 TO WS-JML-PER-MK.
           MOVE TC-KODE-MK(M) TO BMK-KODE.
           MOVE SPACES TO BMK-NAMA.
           IF KATALOG-MK-AKTIF
               MOVE TC-KODE-MK(M) TO MK-KODE
               READ MK-FILE RECORD KEY IS MK-KODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MK-NAMA TO BMK-NAMA
               END-READ
           END-IF.
           MOVE SPACES TO LAPORAN-CEKAL-BARIS.
           WRITE LAPORAN-CEKAL-BARIS.
           MOVE BARIS-MK TO LAPORAN-CEKAL-BARIS.
           WRITE LAPORAN-CEKAL-BARIS.
       TULIS-JML-MK.
           MOVE WS-JML-PER-MK TO BJM-JUMLAH.
           MOVE BARIS-JML-MK TO LAPORAN-CEKAL-BARIS.
           WRITE LAPORAN-CEKAL-BARIS.
       TULIS-TOTAL.
           MOVE SPACES TO LAPORAN-CEKAL-BARIS.
           WRITE LAPORAN-CEKAL-BARIS.
           MOVE 'KRS DIPERIKSA            :' TO BTO-TEKS.
           MOVE WS-JML-KRS TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-CEKAL-BARIS.
           WRITE LAPORAN-CEKAL-BARIS.
           MOVE 'MATA KULIAH ADA CEKAL    :' TO BTO-TEKS.
           MOVE WS-JML-MK TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-CEKAL-BARIS.
           WRITE LAPORAN-CEKAL-BARIS.
           MOVE 'TIDAK BERHAK UAS         :' TO BTO-TEKS.
           MOVE WS-JML-CEKAL TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-CEKAL-BARIS.
           WRITE LAPORAN-CEKAL-BARIS.
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
           MOVE 'HDRLAP1' TO AUD-PROGRAM.
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
       END PROGRAM HDRLAP1.
