      ******************************************************************
      * Author:
      * Date:
      * Purpose: Term teaching-load and grade-submission sheet per
      *          lecturer, for workload sign-off and for chasing late
      *          grades. For every DOSENMST lecturer it lists the
      *          MKFILE courses taught with their SKS, the students
      *          enrolled on KRSFILE for the PERIODE semester, how
      *          many of those already have a NILAIMST grade and how
      *          many are still outstanding, with a subtotal per
      *          lecturer. Courses whose lecturer ID is not on
      *          DOSENMST are listed at the end so the catalog can be
      *          cleaned up. Output to DOSENRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSNLAP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DSNSEL.
           COPY MKSEL.
           COPY KRSSEL.
           COPY NILMSEL.
           COPY PRDSEL.
           SELECT LAPORAN-DOSEN ASSIGN TO "DOSENRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-DOSEN.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY DSNFD.
           COPY MKFD.
           COPY KRSFD.
           COPY NILMFD.
           COPY PRDFD.
       FD  LAPORAN-DOSEN.
       01  LAPORAN-DOSEN-BARIS PIC X(80).
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-DOSEN-FILE PIC XX VALUE '00'.
       77  FS-MK-FILE PIC XX VALUE '00'.
       77  FS-KRS-FILE PIC XX VALUE '00'.
       77  FS-NILAI-MASTER PIC XX VALUE '00'.
       77  FS-PERIODE-FILE PIC XX VALUE '00'.
       77  FS-LAPORAN-DOSEN PIC XX VALUE '00'.
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
       77  SW-ADA-MASTER PIC X VALUE 'N'.
           88 MASTER-TERBUKA VALUE 'Y'.
       77  WS-SEMESTER PIC X(5) VALUE SPACES.
       77  WS-JML-MK PIC 9(3) VALUE 0.
       77  SW-MK-PENUH PIC X VALUE 'N'.
       01  TABEL-MK.
           02 ISI-MK OCCURS 500 TIMES.
              03 TM-KODE PIC X(6).
              03 TM-NAMA PIC X(20).
              03 TM-SKS PIC 9(2).
              03 TM-DOSEN PIC X(8).
              03 TM-KRS PIC 9(4).
              03 TM-DINILAI PIC 9(4).
              03 TM-CETAK PIC X(1).
       77  M PIC 9(3) VALUE 0.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
       77  WS-JML-DOSEN PIC 9(4) VALUE 0.
       77  WS-JML-YATIM PIC 9(3) VALUE 0.
       77  WS-SUB-MK PIC 9(3) VALUE 0.
       77  WS-SUB-SKS PIC 9(4) VALUE 0.
       77  WS-SUB-KRS PIC 9(5) VALUE 0.
       77  WS-SUB-DINILAI PIC 9(5) VALUE 0.
       77  WS-TOT-KRS PIC 9(5) VALUE 0.
       77  WS-TOT-DINILAI PIC 9(5) VALUE 0.
       77  WS-BELUM PIC 9(5) VALUE 0.
       01  JUDUL-DOSEN.
           02 FILLER PIC X(30)
              VALUE 'BEBAN MENGAJAR DAN NILAI  SMT '.
           02 JD-SEMESTER PIC X(5).
           02 FILLER PIC X(11) VALUE '    RUN-ID '.
           02 JD-RUN-ID PIC X(12).
       01  JUDUL-KOLOM.
           02 FILLER PIC X(30)
              VALUE '  KODE    MATA KULIAH         '.
           02 FILLER PIC X(30)
              VALUE '   SKS   KRS  DINILAI  BELUM  '.
       01  BARIS-KEPALA.
           02 FILLER PIC X(7) VALUE 'DOSEN: '.
           02 BKP-ID PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BKP-NAMA PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BKP-KET PIC X(20).
       01  BARIS-MK.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BMK-KODE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BMK-NAMA PIC X(20).
           02 FILLER PIC X(3) VALUE SPACES.
           02 BMK-SKS PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BMK-KRS PIC ZZZ9.
           02 FILLER PIC X(5) VALUE SPACES.
           02 BMK-DINILAI PIC ZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 BMK-BELUM PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BMK-DOSEN PIC X(8).
       01  BARIS-SUB.
           02 FILLER PIC X(10) VALUE SPACES.
           02 BSU-TEKS PIC X(16).
           02 BSU-MK PIC ZZ9.
           02 FILLER PIC X(3) VALUE ' MK'.
           02 BSU-SKS PIC ZZZ9.
           02 FILLER PIC X(1) VALUE SPACE.
           02 BSU-KRS PIC ZZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 BSU-DINILAI PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BSU-BELUM PIC ZZZZ9.
       01  BARIS-TOTAL.
           02 BTO-TEKS PIC X(26).
           02 BTO-JUMLAH PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           MOVE 'LAPORAN BEBAN DOSEN DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM AMBIL-SEMESTER-PERIODE.
           PERFORM MUAT-KATALOG.
           IF WS-JML-MK = 0
               DISPLAY 'MKFILE KOSONG / TIDAK TERBUKA, TIDAK ADA DATA'
               MOVE 'LAPORAN DOSEN DIBATALKAN, MKFILE' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           PERFORM HITUNG-KRS.
           OPEN OUTPUT LAPORAN-DOSEN.
           MOVE WS-SEMESTER TO JD-SEMESTER.
           MOVE WS-RUN-ID TO JD-RUN-ID.
           MOVE JUDUL-DOSEN TO LAPORAN-DOSEN-BARIS.
           WRITE LAPORAN-DOSEN-BARIS.
           MOVE JUDUL-KOLOM TO LAPORAN-DOSEN-BARIS.
           WRITE LAPORAN-DOSEN-BARIS.
           MOVE 0 TO WS-JML-DOSEN.
           OPEN INPUT DOSEN-FILE.
           IF FS-DOSEN-FILE = '00'
               PERFORM TULIS-DOSEN UNTIL FS-DOSEN-FILE = '10'
               CLOSE DOSEN-FILE
           ELSE
               DISPLAY 'DOSENMST TIDAK TERBUKA, SEMUA MATA KULIAH '
                   'MASUK DAFTAR TANPA DOSEN'
           END-IF.
           PERFORM TULIS-TANPA-DOSEN.
           PERFORM TULIS-TOTAL.
           CLOSE LAPORAN-DOSEN.
           DISPLAY 'LAPORAN SELESAI: ' WS-JML-DOSEN ' DOSEN, '
               WS-JML-YATIM ' MK TANPA DOSEN, LIHAT FILE DOSENRPT'.
           MOVE 'LAPORAN BEBAN DOSEN SELESAI' TO WS-AUDIT-AKSI.
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
           IF WS-SEMESTER = SPACES
               DISPLAY 'PERIODE TIDAK ADA, SEMUA KRS DIHITUNG'
           ELSE
               DISPLAY 'SEMESTER ' WS-SEMESTER ' DIAMBIL DARI PERIODE'
           END-IF.
       MUAT-KATALOG.
           MOVE 0 TO WS-JML-MK.
           OPEN INPUT MK-FILE.
           IF FS-MK-FILE = '00'
               PERFORM MUAT-KATALOG-BARIS UNTIL FS-MK-FILE = '10'
               CLOSE MK-FILE
           END-IF.
       MUAT-KATALOG-BARIS.
           READ MK-FILE NEXT RECORD
               AT END MOVE '10' TO FS-MK-FILE.
           IF FS-MK-FILE NOT = '10'
               IF WS-JML-MK < 500
                   ADD 1 TO WS-JML-MK
                   MOVE MK-KODE TO TM-KODE(WS-JML-MK)
                   MOVE MK-NAMA TO TM-NAMA(WS-JML-MK)
                   MOVE MK-SKS TO TM-SKS(WS-JML-MK)
                   MOVE MK-DOSEN-ID TO TM-DOSEN(WS-JML-MK)
                   MOVE 0 TO TM-KRS(WS-JML-MK)
                   MOVE 0 TO TM-DINILAI(WS-JML-MK)
                   MOVE 'N' TO TM-CETAK(WS-JML-MK)
               ELSE
                   IF SW-MK-PENUH = 'N'
                       MOVE 'Y' TO SW-MK-PENUH
                       DISPLAY 'TABEL KATALOG PENUH (500), '
                           'SISA DILEWATI'
                   END-IF
               END-IF
           END-IF.
       HITUNG-KRS.
           MOVE 0 TO WS-TOT-KRS.
           MOVE 0 TO WS-TOT-DINILAI.
           OPEN INPUT NILAI-MASTER.
           IF FS-NILAI-MASTER = '00'
               MOVE 'Y' TO SW-ADA-MASTER
           ELSE
               DISPLAY 'NILAIMST TIDAK TERBUKA, '
                   'SEMUA KRS DIANGGAP BELUM DINILAI'
           END-IF.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE = '00'
               PERFORM HITUNG-KRS-BARIS UNTIL FS-KRS-FILE = '10'
               CLOSE KRS-FILE
           ELSE
               DISPLAY 'KRSFILE TIDAK TERBUKA, TIDAK ADA PESERTA'
           END-IF.
           IF MASTER-TERBUKA
               CLOSE NILAI-MASTER
           END-IF.
       HITUNG-KRS-BARIS.
           READ KRS-FILE NEXT RECORD
               AT END MOVE '10' TO FS-KRS-FILE.
           IF FS-KRS-FILE NOT = '10'
               AND (WS-SEMESTER = SPACES
                   OR KRS-SEMESTER = WS-SEMESTER)
               MOVE 'N' TO SW-KETEMU
               PERFORM CARI-MK VARYING M FROM 1 BY 1
                   UNTIL M > WS-JML-MK OR KETEMU
           END-IF.
       CARI-MK.
           IF TM-KODE(M) = KRS-KODE-MK
               MOVE 'Y' TO SW-KETEMU
               ADD 1 TO TM-KRS(M)
               ADD 1 TO WS-TOT-KRS
               IF MASTER-TERBUKA
                   MOVE KRS-NPM TO NPM-MST
                   MOVE KRS-KODE-MK TO KODE-MK-MST
                   READ NILAI-MASTER RECORD KEY IS MST-KEY
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO TM-DINILAI(M)
                           ADD 1 TO WS-TOT-DINILAI
                   END-READ
               END-IF
           END-IF.
       TULIS-DOSEN.
           READ DOSEN-FILE NEXT RECORD
               AT END MOVE '10' TO FS-DOSEN-FILE.
           IF FS-DOSEN-FILE NOT = '10'
               ADD 1 TO WS-JML-DOSEN
               MOVE SPACES TO LAPORAN-DOSEN-BARIS
               WRITE LAPORAN-DOSEN-BARIS
               MOVE DSN-ID TO BKP-ID
               MOVE DSN-NAMA TO BKP-NAMA
               IF DSN-AKTIF
                   MOVE SPACES TO BKP-KET
               ELSE
                   MOVE '(TIDAK MENGAJAR)' TO BKP-KET
               END-IF
               MOVE BARIS-KEPALA TO LAPORAN-DOSEN-BARIS
               WRITE LAPORAN-DOSEN-BARIS
               PERFORM NOL-SUBTOTAL
               PERFORM TULIS-MK-DOSEN VARYING M FROM 1 BY 1
                   UNTIL M > WS-JML-MK
               PERFORM TULIS-SUBTOTAL
           END-IF.
       TULIS-MK-DOSEN.
           IF TM-DOSEN(M) = DSN-ID
               MOVE 'Y' TO TM-CETAK(M)
               PERFORM TULIS-BARIS-MK
           END-IF.
       TULIS-TANPA-DOSEN.
           MOVE 0 TO WS-JML-YATIM.
           PERFORM HITUNG-YATIM VARYING M FROM 1 BY 1
               UNTIL M > WS-JML-MK.
           IF WS-JML-YATIM > 0
               MOVE SPACES TO LAPORAN-DOSEN-BARIS
               WRITE LAPORAN-DOSEN-BARIS
               MOVE SPACES TO BKP-ID
               MOVE 'ID DOSEN TIDAK DI DOSENMST' TO BKP-NAMA
               MOVE '(ID DI KOLOM AKHIR)' TO BKP-KET
               MOVE BARIS-KEPALA TO LAPORAN-DOSEN-BARIS
               WRITE LAPORAN-DOSEN-BARIS
               PERFORM NOL-SUBTOTAL
               PERFORM TULIS-MK-YATIM VARYING M FROM 1 BY 1
                   UNTIL M > WS-JML-MK
               PERFORM TULIS-SUBTOTAL
           END-IF.
       HITUNG-YATIM.
           IF TM-CETAK(M) = 'N'
               ADD 1 TO WS-JML-YATIM
           END-IF.
       TULIS-MK-YATIM.
           IF TM-CETAK(M) = 'N'
               PERFORM TULIS-BARIS-MK
           END-IF.
       TULIS-BARIS-MK.
           COMPUTE WS-BELUM = TM-KRS(M) - TM-DINILAI(M).
           MOVE TM-KODE(M) TO BMK-KODE.
           MOVE TM-NAMA(M) TO BMK-NAMA.
           MOVE TM-SKS(M) TO BMK-SKS.
           MOVE TM-KRS(M) TO BMK-KRS.
           MOVE TM-DINILAI(M) TO BMK-DINILAI.
           MOVE WS-BELUM TO BMK-BELUM.
           IF TM-CETAK(M) = 'N'
               MOVE TM-DOSEN(M) TO BMK-DOSEN
           ELSE
               MOVE SPACES TO BMK-DOSEN
           END-IF.
           MOVE BARIS-MK TO LAPORAN-DOSEN-BARIS.
           WRITE LAPORAN-DOSEN-BARIS.
           ADD 1 TO WS-SUB-MK.
           ADD TM-SKS(M) TO WS-SUB-SKS.
           ADD TM-KRS(M) TO WS-SUB-KRS.
           ADD TM-DINILAI(M) TO WS-SUB-DINILAI.
       NOL-SUBTOTAL.
           MOVE 0 TO WS-SUB-MK.
           MOVE 0 TO WS-SUB-SKS.
           MOVE 0 TO WS-SUB-KRS.
           MOVE 0 TO WS-SUB-DINILAI.
       TULIS-SUBTOTAL.
           MOVE 'SUBTOTAL       :' TO BSU-TEKS.
           MOVE WS-SUB-MK TO BSU-MK.
           MOVE WS-SUB-SKS TO BSU-SKS.
           MOVE WS-SUB-KRS TO BSU-KRS.
           MOVE WS-SUB-DINILAI TO BSU-DINILAI.
           COMPUTE WS-BELUM = WS-SUB-KRS - WS-SUB-DINILAI.
           MOVE WS-BELUM TO BSU-BELUM.
           MOVE BARIS-SUB TO LAPORAN-DOSEN-BARIS.
           WRITE LAPORAN-DOSEN-BARIS.
       TULIS-TOTAL.
           MOVE SPACES TO LAPORAN-DOSEN-BARIS.
           WRITE LAPORAN-DOSEN-BARIS.
           MOVE 'DOSEN DILAPORKAN         :' TO BTO-TEKS.
           MOVE WS-JML-DOSEN TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-DOSEN-BARIS.
           WRITE LAPORAN-DOSEN-BARIS.
           MOVE 'MK TANPA DOSEN TERDAFTAR :' TO BTO-TEKS.
           MOVE WS-JML-YATIM TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-DOSEN-BARIS.
           WRITE LAPORAN-DOSEN-BARIS.
           MOVE 'KRS SEMESTER             :' TO BTO-TEKS.
           MOVE WS-TOT-KRS TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-DOSEN-BARIS.
           WRITE LAPORAN-DOSEN-BARIS.
           MOVE 'SUDAH DINILAI            :' TO BTO-TEKS.
           MOVE WS-TOT-DINILAI TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-DOSEN-BARIS.
           WRITE LAPORAN-DOSEN-BARIS.
           MOVE 'BELUM DINILAI            :' TO BTO-TEKS.
           COMPUTE WS-BELUM = WS-TOT-KRS - WS-TOT-DINILAI.
           MOVE WS-BELUM TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-DOSEN-BARIS.
           WRITE LAPORAN-DOSEN-BARIS.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
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
           MOVE 'DSNLAP1' TO AUD-PROGRAM.
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
       END PROGRAM DSNLAP1.
