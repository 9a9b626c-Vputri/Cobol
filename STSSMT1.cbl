      ******************************************************************
      * Author:
      * Date:
      * Purpose: Term run for student status, run once the PERIODE
      *          semester is set and KRS registration has closed.
      *          First brings MHSFILE up to date with the STSHIST
      *          history: every student whose status in force for
      *          the running semester (through STSCEK1) differs from
      *          the registry - a change approved in STSMNT1 for
      *          this semester in advance - has MHS-STATUS put right
      *          and is listed. Then lists as dropout candidates,
      *          for the registrar to review, every active or
      *          non-active student with no KRS in the running
      *          semester nor in the one before it (the latest
      *          semester on NILAIHST), who was not on leave then.
      *          The candidate list is a review list only: a dropout
      *          is still approved one by one in STSMNT1. Both lists
      *          go to STSRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STSSMT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MHSSEL.
           COPY KRSSEL.
           COPY HSTSEL.
           COPY PRDSEL.
           SELECT LAPORAN-STATUS ASSIGN TO "STSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-STATUS.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY MHSFD.
           COPY KRSFD.
           COPY HSTFD.
           COPY PRDFD.
       FD  LAPORAN-STATUS.
       01  LAPORAN-STATUS-BARIS PIC X(80).
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-KRS-FILE PIC XX VALUE '00'.
       77  FS-NILAI-HISTORI PIC XX VALUE '00'.
       77  FS-PERIODE-FILE PIC XX VALUE '00'.
       77  FS-LAPORAN-STATUS PIC XX VALUE '00'.
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
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  SW-HABIS-KRS PIC X VALUE 'N'.
           88 HABIS-KRS VALUE 'Y'.
       77  SW-HABIS-HST PIC X VALUE 'N'.
           88 HABIS-HST VALUE 'Y'.
       77  SW-ADA-KRS PIC X VALUE 'N'.
           88 ADA-KRS VALUE 'Y'.
       77  SW-ADA-HST PIC X VALUE 'N'.
           88 ADA-HST VALUE 'Y'.
       77  SW-KRS-INI PIC X VALUE 'N'.
           88 KRS-SEMESTER-INI VALUE 'Y'.
       77  SW-KRS-LALU PIC X VALUE 'N'.
           88 KRS-SEMESTER-LALU VALUE 'Y'.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
       77  WS-SEMESTER PIC X(5) VALUE SPACES.
       77  WS-SEMESTER-LALU PIC X(5) VALUE SPACES.
       77  WS-SEMESTER-CEK PIC X(5) VALUE SPACES.
       77  WS-SMT-TERAKHIR PIC X(5) VALUE SPACES.
       77  WS-STATUS-BERLAKU PIC X(1) VALUE SPACE.
       77  WS-SMT-BERLAKU PIC X(5) VALUE SPACES.
       77  WS-STATUS-LALU PIC X(1) VALUE SPACE.
       77  WS-STATUS-LAMA PIC X(1) VALUE SPACE.
       77  WS-JML-MHS PIC 9(5) VALUE 0.
       77  WS-JML-UBAH PIC 9(5) VALUE 0.
       77  WS-JML-KANDIDAT PIC 9(5) VALUE 0.
      *    Semesters on NILAIHST before the running one, oldest
      *    first; the last is the previous semester.
       77  WS-JML-SMT PIC 9(3) VALUE 0.
       77  S PIC 9(3) VALUE 0.
       01  TABEL-SEMESTER.
           02 TS-SEMESTER PIC X(5) OCCURS 60 TIMES.
       01  JUDUL-STATUS.
           02 FILLER PIC X(30)
              VALUE 'STATUS MAHASISWA SEMESTER '.
           02 CETAK-SEMESTER PIC X(5).
           02 FILLER PIC X(9) VALUE ' RUN-ID '.
           02 CETAK-RUN-ID PIC X(12).
       01  BARIS-UBAH.
           02 BU-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BU-NAMA PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BU-LAMA PIC X(1).
           02 FILLER PIC X(4) VALUE ' -> '.
           02 BU-BARU PIC X(1).
           02 FILLER PIC X(10) VALUE '  BERLAKU '.
           02 BU-SEMESTER PIC X(5).
       01  BARIS-KANDIDAT.
           02 BK-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-NAMA PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-PRODI PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-STATUS PIC X(1).
           02 FILLER PIC X(17) VALUE '  KRS TERAKHIR : '.
           02 BK-TERAKHIR PIC X(12).
       01  BARIS-TOTAL.
           02 BTO-TEKS PIC X(26).
           02 BTO-JUMLAH PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM AMBIL-SEMESTER-PERIODE.
           IF WS-SEMESTER = SPACES
               DISPLAY 'PERIODE TIDAK ADA, RUN STATUS DIBATALKAN'
               MOVE 'RUN STATUS DITOLAK TANPA PERIODE'
                   TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               GOBACK
           END-IF.
           PERFORM KUNCI-MASTER.
           MOVE 'RUN STATUS SEMESTER DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN I-O MHS-FILE.
           IF FS-MHS-FILE NOT = '00'
               DISPLAY 'MHSFILE TIDAK TERBUKA, STATUS ' FS-MHS-FILE
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           PERFORM KUMPUL-SEMESTER.
           OPEN INPUT KRS-FILE.
           OPEN OUTPUT LAPORAN-STATUS.
           MOVE WS-SEMESTER TO CETAK-SEMESTER.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-STATUS TO LAPORAN-STATUS-BARIS.
           WRITE LAPORAN-STATUS-BARIS.
           MOVE SPACES TO LAPORAN-STATUS-BARIS.
           WRITE LAPORAN-STATUS-BARIS.
           MOVE 'STATUS DIBERLAKUKAN DARI RIWAYAT STSHIST'
               TO LAPORAN-STATUS-BARIS.
           WRITE LAPORAN-STATUS-BARIS.
           MOVE 'N' TO SW-HABIS.
           PERFORM BERLAKUKAN-STATUS UNTIL HABIS.
           MOVE SPACES TO LAPORAN-STATUS-BARIS.
           WRITE LAPORAN-STATUS-BARIS.
           MOVE 'KANDIDAT DROP OUT (TANPA KRS DUA SEMESTER BERTURUT)'
               TO LAPORAN-STATUS-BARIS.
           WRITE LAPORAN-STATUS-BARIS.
           IF WS-SEMESTER-LALU = SPACES
               MOVE 'BELUM ADA SEMESTER SEBELUMNYA DI NILAIHST'
                   TO LAPORAN-STATUS-BARIS
               WRITE LAPORAN-STATUS-BARIS
           ELSE
               IF FS-KRS-FILE NOT = '00'
                   MOVE 'KRSFILE TIDAK TERBUKA, DAFTAR TIDAK DIBUAT'
                       TO LAPORAN-STATUS-BARIS
                   WRITE LAPORAN-STATUS-BARIS
               ELSE
                   MOVE 'N' TO SW-HABIS
                   MOVE LOW-VALUES TO MHS-NPM
                   START MHS-FILE KEY IS NOT LESS THAN MHS-NPM
                       INVALID KEY MOVE 'Y' TO SW-HABIS
                   END-START
                   PERFORM CARI-KANDIDAT UNTIL HABIS
               END-IF
           END-IF.
           PERFORM TULIS-TOTAL.
           CLOSE LAPORAN-STATUS.
           IF FS-KRS-FILE = '00'
               CLOSE KRS-FILE
           END-IF.
           IF FS-NILAI-HISTORI = '00'
               CLOSE NILAI-HISTORI
           END-IF.
           CLOSE MHS-FILE.
           DISPLAY 'LAPORAN DITULIS KE FILE STSRPT: ' WS-JML-UBAH
               ' STATUS DIBERLAKUKAN, ' WS-JML-KANDIDAT ' KANDIDAT'.
           MOVE 'RUN STATUS SEMESTER SELESAI' TO WS-AUDIT-AKSI.
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
       KUMPUL-SEMESTER.
      *    NILAIHST is keyed by semester first, so one START past
      *    each semester's last key lands on the next semester.
           MOVE 0 TO WS-JML-SMT.
           MOVE SPACES TO WS-SEMESTER-LALU.
           OPEN INPUT NILAI-HISTORI.
           IF FS-NILAI-HISTORI = '00'
               MOVE 'N' TO SW-HABIS-HST
               MOVE LOW-VALUES TO WS-SEMESTER-CEK
               PERFORM LOMPAT-SEMESTER UNTIL HABIS-HST
           END-IF.
           IF WS-JML-SMT > 0
               MOVE TS-SEMESTER(WS-JML-SMT) TO WS-SEMESTER-LALU
           END-IF.
       LOMPAT-SEMESTER.
           MOVE WS-SEMESTER-CEK TO SEMESTER-HST.
           MOVE HIGH-VALUES TO NPM-HST.
           MOVE HIGH-VALUES TO KODE-MK-HST.
           START NILAI-HISTORI KEY IS GREATER THAN HST-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS-HST
           END-START.
           IF NOT HABIS-HST
               READ NILAI-HISTORI NEXT RECORD
                   AT END MOVE 'Y' TO SW-HABIS-HST
               END-READ
           END-IF.
           IF NOT HABIS-HST
               IF SEMESTER-HST NOT < WS-SEMESTER
                   MOVE 'Y' TO SW-HABIS-HST
               ELSE
                   MOVE SEMESTER-HST TO WS-SEMESTER-CEK
                   IF WS-JML-SMT < 60
                       ADD 1 TO WS-JML-SMT
                   ELSE
                       PERFORM GESER-SEMESTER VARYING S FROM 1 BY 1
                           UNTIL S > 59
                   END-IF
                   MOVE SEMESTER-HST TO TS-SEMESTER(WS-JML-SMT)
               END-IF
           END-IF.
       GESER-SEMESTER.
           MOVE TS-SEMESTER(S + 1) TO TS-SEMESTER(S).
       BERLAKUKAN-STATUS.
           READ MHS-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               ADD 1 TO WS-JML-MHS
               CALL 'STSCEK1' USING MHS-NPM, WS-SEMESTER, MHS-STATUS,
                   WS-STATUS-BERLAKU, WS-SMT-BERLAKU
               IF WS-STATUS-BERLAKU NOT = MHS-STATUS
                   MOVE MHS-STATUS TO WS-STATUS-LAMA
                   MOVE WS-STATUS-BERLAKU TO MHS-STATUS
                   REWRITE MHS-FILE-RECORD
                   ADD 1 TO WS-JML-UBAH
                   MOVE MHS-NPM TO BU-NPM
                   MOVE MHS-NAMA TO BU-NAMA
                   MOVE WS-STATUS-LAMA TO BU-LAMA
                   MOVE MHS-STATUS TO BU-BARU
                   MOVE WS-SMT-BERLAKU TO BU-SEMESTER
                   MOVE BARIS-UBAH TO LAPORAN-STATUS-BARIS
                   WRITE LAPORAN-STATUS-BARIS
                   MOVE SPACES TO WS-AUDIT-AKSI
                   STRING 'STATUS DIBERLAKUKAN ' DELIMITED BY SIZE
                       MHS-NPM DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-STATUS-LAMA DELIMITED BY SIZE
                       '>' DELIMITED BY SIZE
                       MHS-STATUS DELIMITED BY SIZE
                       INTO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
               END-IF
           END-IF.
       CARI-KANDIDAT.
      *    A candidate is open in both semesters (active or
      *    non-active, not on leave) and has neither KRS nor held
      *    grades in either of them.
           READ MHS-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF MHS-AKTIF OR MHS-NONAKTIF
                   CALL 'STSCEK1' USING MHS-NPM, WS-SEMESTER-LALU,
                       MHS-STATUS, WS-STATUS-LALU, WS-SMT-BERLAKU
                   IF WS-STATUS-LALU = 'A' OR WS-STATUS-LALU = 'N'
                       PERFORM PERIKSA-KANDIDAT
                   END-IF
               END-IF
           END-IF.
       PERIKSA-KANDIDAT.
           PERFORM CARI-KRS-MHS.
           MOVE 'N' TO SW-ADA-HST.
           IF NOT KRS-SEMESTER-INI AND NOT KRS-SEMESTER-LALU
               MOVE WS-SEMESTER TO WS-SEMESTER-CEK
               PERFORM CARI-HST-MHS
               IF NOT ADA-HST
                   MOVE WS-SEMESTER-LALU TO WS-SEMESTER-CEK
                   PERFORM CARI-HST-MHS
               END-IF
               IF NOT ADA-HST
                   PERFORM TULIS-KANDIDAT
               END-IF
           END-IF.
       TULIS-KANDIDAT.
           PERFORM CARI-SMT-TERAKHIR.
           ADD 1 TO WS-JML-KANDIDAT.
           MOVE MHS-NPM TO BK-NPM.
           MOVE MHS-NAMA TO BK-NAMA.
           MOVE MHS-PRODI TO BK-PRODI.
           MOVE MHS-STATUS TO BK-STATUS.
           IF WS-SMT-TERAKHIR = SPACES
               MOVE 'BELUM PERNAH' TO BK-TERAKHIR
           ELSE
               MOVE WS-SMT-TERAKHIR TO BK-TERAKHIR
           END-IF.
           MOVE BARIS-KANDIDAT TO LAPORAN-STATUS-BARIS.
           WRITE LAPORAN-STATUS-BARIS.
       CARI-KRS-MHS.
           MOVE 'N' TO SW-KRS-INI.
           MOVE 'N' TO SW-KRS-LALU.
           MOVE 'N' TO SW-HABIS-KRS.
           MOVE MHS-NPM TO KRS-NPM.
           MOVE LOW-VALUES TO KRS-KODE-MK.
           START KRS-FILE KEY IS NOT LESS THAN KRS-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS-KRS
           END-START.
           PERFORM CARI-KRS-BARIS UNTIL HABIS-KRS.
       CARI-KRS-BARIS.
           READ KRS-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS-KRS.
           IF NOT HABIS-KRS
               IF KRS-NPM NOT = MHS-NPM
                   MOVE 'Y' TO SW-HABIS-KRS
               ELSE
                   IF KRS-SEMESTER = WS-SEMESTER
                       MOVE 'Y' TO SW-KRS-INI
                   END-IF
                   IF KRS-SEMESTER = WS-SEMESTER-LALU
                       MOVE 'Y' TO SW-KRS-LALU
                   END-IF
               END-IF
           END-IF.
       CARI-HST-MHS.
      *    Whether NILAIHST holds any course for the student under
      *    WS-SEMESTER-CEK.
           MOVE 'N' TO SW-ADA-HST.
           IF FS-NILAI-HISTORI = '00'
               MOVE WS-SEMESTER-CEK TO SEMESTER-HST
               MOVE MHS-NPM TO NPM-HST
               MOVE LOW-VALUES TO KODE-MK-HST
               START NILAI-HISTORI KEY IS NOT LESS THAN HST-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ NILAI-HISTORI NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF SEMESTER-HST = WS-SEMESTER-CEK
                                   AND NPM-HST = MHS-NPM
                                   MOVE 'Y' TO SW-ADA-HST
                               END-IF
                       END-READ
               END-START
           END-IF.
       CARI-SMT-TERAKHIR.
      *    Latest earlier semester in which the student held
      *    courses, searched newest first.
           MOVE SPACES TO WS-SMT-TERAKHIR.
           MOVE 'N' TO SW-KETEMU.
           PERFORM CARI-SMT-TERAKHIR-BARIS VARYING S FROM WS-JML-SMT
               BY -1 UNTIL S < 1 OR KETEMU.
       CARI-SMT-TERAKHIR-BARIS.
           MOVE TS-SEMESTER(S) TO WS-SEMESTER-CEK.
           PERFORM CARI-HST-MHS.
           IF ADA-HST
               MOVE 'Y' TO SW-KETEMU
               MOVE WS-SEMESTER-CEK TO WS-SMT-TERAKHIR
           END-IF.
       TULIS-TOTAL.
           MOVE SPACES TO LAPORAN-STATUS-BARIS.
           WRITE LAPORAN-STATUS-BARIS.
           MOVE 'MAHASISWA DIPERIKSA      :' TO BTO-TEKS.
           MOVE WS-JML-MHS TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-STATUS-BARIS.
           WRITE LAPORAN-STATUS-BARIS.
           MOVE 'STATUS DIBERLAKUKAN      :' TO BTO-TEKS.
           MOVE WS-JML-UBAH TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-STATUS-BARIS.
           WRITE LAPORAN-STATUS-BARIS.
           MOVE 'KANDIDAT DROP OUT        :' TO BTO-TEKS.
           MOVE WS-JML-KANDIDAT TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-STATUS-BARIS.
           WRITE LAPORAN-STATUS-BARIS.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
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
           MOVE 'STSSMT1' TO AUD-PROGRAM.
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
           MOVE 'STSSMT1' TO BI-PROGRAM.
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
       END PROGRAM STSSMT1.
