      ******************************************************************
      * Author:
      * Date:
      * Purpose: Scholarship listing for the funding foundations.
      *          Lists every BEASISWA award grouped by scheme, with
      *          the award terms, its standing for the PERIODE
      *          semester (AKTIF, DITANGGUHKAN while the student is
      *          under PROBNL1 probation and the award is tied to
      *          academic standing, or DILUAR MASA outside its valid
      *          semesters) and the rupiah actually granted on the
      *          INVOICE1 runs from BSWSALUR; discounts granted under
      *          an award since removed from the master are listed
      *          as DIHAPUS so the scheme total stays complete. Each
      *          scheme closes with its recipient count and total
      *          rupiah granted, to BSWLAP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSWLAP1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BSWSEL.
           COPY BSRSEL.
           COPY MHSSEL.
           COPY PRDSEL.
           SELECT LAPORAN-BEASISWA ASSIGN TO "BSWLAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-BEASISWA.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY BSWFD.
           COPY BSRFD.
           COPY MHSFD.
           COPY PRDFD.
       FD  LAPORAN-BEASISWA.
       01  LAPORAN-BEASISWA-BARIS PIC X(80).
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-BEASISWA-FILE PIC XX VALUE '00'.
       77  FS-SALUR-FILE PIC XX VALUE '00'.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-PERIODE-FILE PIC XX VALUE '00'.
       77  FS-LAPORAN-BEASISWA PIC XX VALUE '00'.
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
       77  WS-SEMESTER PIC X(5) VALUE SPACES.
       77  SW-REGISTRASI PIC X VALUE 'N'.
           88 REGISTRASI-AKTIF VALUE 'Y'.
       77  WS-JML-BSW PIC 9(4) VALUE 0.
       77  SW-TABEL-PENUH PIC X VALUE 'N'.
       01  TABEL-BEASISWA.
           02 ISI-BSW OCCURS 1000 TIMES.
              03 TB-KUNCI.
                 04 TB-SKEMA PIC X(10).
                 04 TB-NPM PIC X(8).
              03 TB-NAMA PIC X(20).
              03 TB-JENIS PIC X(1).
              03 TB-PERSEN PIC 9(3).
              03 TB-POTONGAN PIC 9(9)V99.
              03 TB-DARI PIC X(5).
              03 TB-SAMPAI PIC X(5).
              03 TB-STATUS PIC X(12).
              03 TB-SALUR PIC 9(11)V99.
       01  TUKAR-BSW PIC X(88).
       77  M PIC 9(4) VALUE 0.
       77  J PIC 9(4) VALUE 0.
       77  J1 PIC 9(4) VALUE 0.
       77  WS-IDX PIC 9(4) VALUE 0.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
       77  WS-SKEMA-LALU PIC X(10) VALUE SPACES.
       77  WS-JML-SKEMA PIC 9(4) VALUE 0.
       77  WS-TOTAL-SKEMA PIC 9(11)V99 VALUE 0.
       77  WS-JML-SEMUA PIC 9(5) VALUE 0.
       77  WS-TOTAL-SEMUA PIC 9(13)V99 VALUE 0.
       01  JUDUL-BEASISWA.
           02 FILLER PIC X(30)
              VALUE 'DAFTAR BEASISWA PER SKEMA  SMT'.
           02 FILLER PIC X(1) VALUE SPACE.
           02 JB-SEMESTER PIC X(5).
           02 FILLER PIC X(9) VALUE ' RUN-ID: '.
           02 JB-RUN-ID PIC X(12).
       01  BARIS-SKEMA.
           02 FILLER PIC X(7) VALUE 'SKEMA: '.
           02 BSK-SKEMA PIC X(10).
       01  JUDUL-KOLOM.
           02 FILLER PIC X(30)
              VALUE 'NPM      NAMA                P'.
           02 FILLER PIC X(30)
              VALUE 'OTONGAN    BERLAKU     STATUS '.
           02 FILLER PIC X(20)
              VALUE '     DISALURKAN (RP)'.
       01  BARIS-BSW.
           02 BB-NPM PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BB-NAMA PIC X(20).
           02 BB-POTONGAN PIC X(11).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BB-DARI PIC X(5).
           02 FILLER PIC X(1) VALUE '-'.
           02 BB-SAMPAI PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BB-STATUS PIC X(12).
           02 BB-SALUR PIC ZZ.ZZZ.ZZZ.ZZ9.
       01  WS-POTONGAN-PERSEN.
           02 WP-PERSEN PIC ZZ9.
           02 FILLER PIC X(1) VALUE '%'.
       77  WS-POTONGAN-RP PIC ZZZ.ZZZ.ZZ9.
       01  BARIS-SUBTOTAL.
           02 BST-TEKS PIC X(26).
           02 BST-JML PIC ZZZ9.
           02 FILLER PIC X(16) VALUE ' PENERIMA  TOTAL'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BST-TOTAL PIC ZZZ.ZZZ.ZZZ.ZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           MOVE 'DAFTAR BEASISWA DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN INPUT BEASISWA-FILE.
           IF FS-BEASISWA-FILE NOT = '00'
               DISPLAY 'BEASISWA TIDAK TERBUKA, TIDAK ADA DAFTAR'
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           PERFORM AMBIL-SEMESTER-PERIODE.
           OPEN INPUT MHS-FILE.
           IF FS-MHS-FILE = '00'
               MOVE 'Y' TO SW-REGISTRASI
           ELSE
               DISPLAY 'MHSFILE TIDAK TERBUKA, PEMBINAAN TIDAK '
                   'DIPERIKSA'
           END-IF.
           PERFORM MUAT-BEASISWA UNTIL FS-BEASISWA-FILE = '10'.
           CLOSE BEASISWA-FILE.
           OPEN INPUT SALUR-FILE.
           IF FS-SALUR-FILE = '00'
               PERFORM MUAT-SALUR UNTIL FS-SALUR-FILE = '10'
               CLOSE SALUR-FILE
           END-IF.
           IF REGISTRASI-AKTIF
               CLOSE MHS-FILE
           END-IF.
           IF WS-JML-BSW > 1
               PERFORM URUT-LUAR VARYING M FROM 1 BY 1
                   UNTIL M >= WS-JML-BSW
           END-IF.
           OPEN OUTPUT LAPORAN-BEASISWA.
           MOVE WS-SEMESTER TO JB-SEMESTER.
           MOVE WS-RUN-ID TO JB-RUN-ID.
           MOVE JUDUL-BEASISWA TO LAPORAN-BEASISWA-BARIS.
           WRITE LAPORAN-BEASISWA-BARIS.
           MOVE SPACES TO WS-SKEMA-LALU.
           PERFORM TULIS-BSW VARYING M FROM 1 BY 1
               UNTIL M > WS-JML-BSW.
           IF WS-JML-BSW > 0
               PERFORM TULIS-SUBTOTAL
           END-IF.
           MOVE SPACES TO LAPORAN-BEASISWA-BARIS.
           WRITE LAPORAN-BEASISWA-BARIS.
           MOVE 'SELURUH SKEMA           :' TO BST-TEKS.
           MOVE WS-JML-SEMUA TO BST-JML.
           MOVE WS-TOTAL-SEMUA TO BST-TOTAL.
           MOVE BARIS-SUBTOTAL TO LAPORAN-BEASISWA-BARIS.
           WRITE LAPORAN-BEASISWA-BARIS.
           CLOSE LAPORAN-BEASISWA.
           DISPLAY 'DAFTAR BEASISWA DITULIS KE FILE BSWLAP: '
               WS-JML-SEMUA ' PENERIMA'.
           MOVE 'DAFTAR BEASISWA SELESAI' TO WS-AUDIT-AKSI.
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
       MUAT-BEASISWA.
           READ BEASISWA-FILE NEXT RECORD
               AT END MOVE '10' TO FS-BEASISWA-FILE.
           IF FS-BEASISWA-FILE NOT = '10'
               PERFORM TAMBAH-BARIS
               IF WS-IDX > 0
                   MOVE BSW-SKEMA TO TB-SKEMA(WS-IDX)
                   MOVE BSW-NPM TO TB-NPM(WS-IDX)
                   MOVE BSW-JENIS TO TB-JENIS(WS-IDX)
                   MOVE BSW-PERSEN TO TB-PERSEN(WS-IDX)
                   MOVE BSW-POTONGAN TO TB-POTONGAN(WS-IDX)
                   MOVE BSW-DARI TO TB-DARI(WS-IDX)
                   MOVE BSW-SAMPAI TO TB-SAMPAI(WS-IDX)
                   PERFORM TENTUKAN-STATUS
               END-IF
           END-IF.
       TAMBAH-BARIS.
           MOVE 0 TO WS-IDX.
           IF WS-JML-BSW < 1000
               ADD 1 TO WS-JML-BSW
               MOVE WS-JML-BSW TO WS-IDX
               MOVE SPACES TO ISI-BSW(WS-IDX)
               MOVE 0 TO TB-PERSEN(WS-IDX)
               MOVE 0 TO TB-POTONGAN(WS-IDX)
               MOVE 0 TO TB-SALUR(WS-IDX)
           ELSE
               IF SW-TABEL-PENUH = 'N'
                   MOVE 'Y' TO SW-TABEL-PENUH
                   DISPLAY 'TABEL BEASISWA PENUH (1000), SISA '
                       'DILEWATI'
               END-IF
           END-IF.
       TENTUKAN-STATUS.
      *    Same award test INVOICE1 applies when billing.
           MOVE 'N' TO MHS-PEMBINAAN.
           IF REGISTRASI-AKTIF
               MOVE BSW-NPM TO MHS-NPM
               READ MHS-FILE RECORD KEY IS MHS-NPM
                   INVALID KEY
                       MOVE 'N' TO MHS-PEMBINAAN
                   NOT INVALID KEY
                       MOVE MHS-NAMA TO TB-NAMA(WS-IDX)
               END-READ
           END-IF.
           IF WS-SEMESTER < BSW-DARI
               OR (BSW-SAMPAI NOT = SPACES
                   AND WS-SEMESTER > BSW-SAMPAI)
               MOVE 'DILUAR MASA' TO TB-STATUS(WS-IDX)
           ELSE
               IF BSW-TERIKAT-AKADEMIK AND MHS-DIBINA
                   MOVE 'DITANGGUHKAN' TO TB-STATUS(WS-IDX)
               ELSE
                   MOVE 'AKTIF' TO TB-STATUS(WS-IDX)
               END-IF
           END-IF.
       MUAT-SALUR.
           READ SALUR-FILE NEXT RECORD
               AT END MOVE '10' TO FS-SALUR-FILE.
           IF FS-SALUR-FILE NOT = '10'
               MOVE 'N' TO SW-KETEMU
               PERFORM CARI-BSW VARYING M FROM 1 BY 1
                   UNTIL M > WS-JML-BSW OR KETEMU
               IF NOT KETEMU
                   PERFORM TAMBAH-BARIS
                   IF WS-IDX > 0
                       MOVE BSR-SKEMA TO TB-SKEMA(WS-IDX)
                       MOVE BSR-NPM TO TB-NPM(WS-IDX)
                       MOVE 'DIHAPUS' TO TB-STATUS(WS-IDX)
                   END-IF
               END-IF
               IF WS-IDX > 0
                   ADD BSR-JUMLAH TO TB-SALUR(WS-IDX)
               END-IF
           END-IF.
       CARI-BSW.
           IF TB-NPM(M) = BSR-NPM AND TB-SKEMA(M) = BSR-SKEMA
               MOVE 'Y' TO SW-KETEMU
               MOVE M TO WS-IDX
           END-IF.
       URUT-LUAR.
           PERFORM URUT-DALAM VARYING J FROM 1 BY 1
               UNTIL J > WS-JML-BSW - M.
       URUT-DALAM.
           COMPUTE J1 = J + 1.
           IF TB-KUNCI(J) > TB-KUNCI(J1)
               MOVE ISI-BSW(J) TO TUKAR-BSW
               MOVE ISI-BSW(J1) TO ISI-BSW(J)
               MOVE TUKAR-BSW TO ISI-BSW(J1)
           END-IF.
       TULIS-BSW.
           IF TB-SKEMA(M) NOT = WS-SKEMA-LALU
               IF M > 1
                   PERFORM TULIS-SUBTOTAL
               END-IF
               MOVE TB-SKEMA(M) TO WS-SKEMA-LALU
               MOVE 0 TO WS-JML-SKEMA
               MOVE 0 TO WS-TOTAL-SKEMA
               MOVE SPACES TO LAPORAN-BEASISWA-BARIS
               WRITE LAPORAN-BEASISWA-BARIS
               MOVE TB-SKEMA(M) TO BSK-SKEMA
               MOVE BARIS-SKEMA TO LAPORAN-BEASISWA-BARIS
               WRITE LAPORAN-BEASISWA-BARIS
               MOVE JUDUL-KOLOM TO LAPORAN-BEASISWA-BARIS
               WRITE LAPORAN-BEASISWA-BARIS
           END-IF.
           MOVE TB-NPM(M) TO BB-NPM.
           MOVE TB-NAMA(M) TO BB-NAMA.
           MOVE SPACES TO BB-POTONGAN.
           IF TB-JENIS(M) = 'P'
               MOVE TB-PERSEN(M) TO WP-PERSEN
               MOVE WS-POTONGAN-PERSEN TO BB-POTONGAN
           END-IF.
           IF TB-JENIS(M) = 'T'
               MOVE TB-POTONGAN(M) TO WS-POTONGAN-RP
               MOVE WS-POTONGAN-RP TO BB-POTONGAN
           END-IF.
           MOVE TB-DARI(M) TO BB-DARI.
           MOVE TB-SAMPAI(M) TO BB-SAMPAI.
           MOVE TB-STATUS(M) TO BB-STATUS.
           MOVE TB-SALUR(M) TO BB-SALUR.
           MOVE BARIS-BSW TO LAPORAN-BEASISWA-BARIS.
           WRITE LAPORAN-BEASISWA-BARIS.
           ADD 1 TO WS-JML-SKEMA.
           ADD TB-SALUR(M) TO WS-TOTAL-SKEMA.
           ADD 1 TO WS-JML-SEMUA.
           ADD TB-SALUR(M) TO WS-TOTAL-SEMUA.
       TULIS-SUBTOTAL.
           MOVE 'TOTAL SKEMA             :' TO BST-TEKS.
           MOVE WS-JML-SKEMA TO BST-JML.
           MOVE WS-TOTAL-SKEMA TO BST-TOTAL.
           MOVE BARIS-SUBTOTAL TO LAPORAN-BEASISWA-BARIS.
           WRITE LAPORAN-BEASISWA-BARIS.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'BEASISWA' TO WS-LOCK-SUMBER.
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
           MOVE 'BEASISWA' TO WS-LOCK-SUMBER.
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
           MOVE 'BSWLAP1' TO AUD-PROGRAM.
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
       END PROGRAM BSWLAP1.
