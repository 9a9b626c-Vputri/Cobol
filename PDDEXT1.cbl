      ******************************************************************
      * Author:
      * Date:
      * Purpose: PDDikti semester reporting extract. For the semester
      *          on PERIODE it builds the two feeder import files the
      *          ministry's PDDikti database takes: PDDAKM, one line
      *          per student with the term status (A active, N not
      *          active, C on leave, K withdrawn or transferred out,
      *          D dropped out, L graduated - read from the STSHIST
      *          history through STSCEK1), IPS and SKS of the term, IPK
      *          and total SKS earned, and PDDNIL, one line per
      *          course taken in the term with its SKS, score,
      *          letter and grade points. Students come from MHSFILE
      *          and their courses from KRSFILE; a term grade is the
      *          NILAIHST record of the semester when the term has
      *          been rolled over, otherwise the live NILAIMST
      *          record. Letters and points come from GRADESCL and
      *          SKS from MKFILE; earlier terms are taken from
      *          NILAIHST and the figures are worked the AKDHIT1 way
      *          (a course with no catalog row counts one SKS).
      *          Everything is checked before anything is sent:
      *          an enrolled course without a grade, a student with
      *          no program of study or not on MHSFILE, a course not
      *          in the catalog or with no SKS, a student not active
      *          in the term (non-active, on leave, or gone)
      *          holding courses, and term or cumulative SKS on
      *          AKADMST that disagree with the catalog are listed on
      *          PDDVAL, and if there is any finding the run refuses
      *          and neither file is produced. A clean run writes
      *          both files with a count and hash trailer and
      *          registers each in OUTMANIF for release through
      *          OUTREL1; personal fields go out as the SMRCEK1
      *          masking rules for PDDAKM and PDDNIL allow and every
      *          line carrying a field in clear is logged to
      *          AKSESLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PDDEXT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PDD-AKM-FILE ASSIGN TO "PDDAKM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PDD-AKM-FILE.
           SELECT PDD-NILAI-FILE ASSIGN TO "PDDNIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PDD-NILAI-FILE.
           SELECT VALIDASI-PDD ASSIGN TO "PDDVAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VALIDASI-PDD.
           COPY MHSSEL.
           COPY KRSSEL.
           COPY NILMSEL.
           COPY HSTSEL.
           COPY MKSEL.
           COPY AKDSEL.
           COPY SKLSEL.
           COPY PRDSEL.
           COPY MANSEL.
           COPY AUDITSEL.
           COPY RUNSEL.
           COPY AKSSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PDD-AKM-FILE.
       01  PDD-AKM-RECORD.
           02 PDA-SEMESTER PIC X(5).
           02 FILLER PIC X(1).
           02 PDA-NIM PIC X(8).
           02 FILLER PIC X(1).
           02 PDA-NAMA PIC X(20).
           02 FILLER PIC X(1).
           02 PDA-PRODI PIC X(10).
           02 FILLER PIC X(1).
           02 PDA-STATUS PIC X(1).
           02 FILLER PIC X(1).
           02 PDA-IPS PIC 9.99.
           02 FILLER PIC X(1).
           02 PDA-SKS-SMT PIC 9(3).
           02 FILLER PIC X(1).
           02 PDA-IPK PIC 9.99.
           02 FILLER PIC X(1).
           02 PDA-SKS-TOTAL PIC 9(4).
       FD  PDD-NILAI-FILE.
       01  PDD-NILAI-RECORD.
           02 PDN-SEMESTER PIC X(5).
           02 FILLER PIC X(1).
           02 PDN-NIM PIC X(8).
           02 FILLER PIC X(1).
           02 PDN-KODE-MK PIC X(6).
           02 FILLER PIC X(1).
           02 PDN-SKS PIC 9(2).
           02 FILLER PIC X(1).
           02 PDN-NILAI PIC 999.99.
           02 FILLER PIC X(1).
           02 PDN-HURUF PIC X(2).
           02 FILLER PIC X(1).
           02 PDN-INDEKS PIC 9.99.
       FD  VALIDASI-PDD.
       01  VALIDASI-PDD-BARIS PIC X(80).
           COPY MHSFD.
           COPY KRSFD.
           COPY NILMFD.
           COPY HSTFD.
           COPY MKFD.
           COPY AKDFD.
           COPY SKLFD.
           COPY PRDFD.
           COPY MANFD.
           COPY AUDITFD.
           COPY RUNFD.
           COPY AKSFD.
       WORKING-STORAGE SECTION.
       77  FS-PDD-AKM-FILE PIC XX VALUE '00'.
       77  FS-PDD-NILAI-FILE PIC XX VALUE '00'.
       77  FS-VALIDASI-PDD PIC XX VALUE '00'.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-KRS-FILE PIC XX VALUE '00'.
       77  FS-NILAI-MASTER PIC XX VALUE '00'.
       77  FS-NILAI-HISTORI PIC XX VALUE '00'.
       77  FS-MK-FILE PIC XX VALUE '00'.
       77  FS-AKADEMIK-FILE PIC XX VALUE '00'.
       77  FS-SKALA-FILE PIC XX VALUE '00'.
       77  FS-PERIODE-FILE PIC XX VALUE '00'.
       77  FS-AKSES-FILE PIC XX VALUE '00'.
       77  WS-SMR-KELUARAN PIC X(8) VALUE SPACES.
       77  WS-SMR-PERAN PIC X(1) VALUE '*'.
       77  WS-SMR-MEDAN PIC X(8) VALUE SPACES.
       77  WS-SMR-NILAI PIC X(20) VALUE SPACES.
       77  WS-SMR-AKSI PIC X(1) VALUE SPACE.
       77  WS-MEDAN-TERBUKA PIC X(40) VALUE SPACES.
       77  WS-PTR-MEDAN PIC 9(2) VALUE 1.
       77  FS-MANIFEST-FILE PIC XX VALUE '00'.
       77  WS-MAN-FILE PIC X(12) VALUE SPACES.
       77  WS-MAN-JML PIC 9(7) VALUE 0.
       77  WS-MAN-HASH PIC 9(9) VALUE 0.
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
      *    The students are walked twice: a checking pass that only
      *    writes findings to PDDVAL, then, when it found nothing,
      *    a writing pass that produces the two feeder files.
       77  SW-FASE PIC X VALUE 'P'.
           88 FASE-PERIKSA VALUE 'P'.
           88 FASE-TULIS VALUE 'T'.
       77  SW-ADA-MASTER PIC X VALUE 'N'.
           88 MASTER-TERBUKA VALUE 'Y'.
       77  SW-ADA-HISTORI PIC X VALUE 'N'.
           88 HISTORI-TERBUKA VALUE 'Y'.
       77  SW-KATALOG-MK PIC X VALUE 'N'.
           88 KATALOG-MK-AKTIF VALUE 'Y'.
       77  SW-ADA-AKADEMIK PIC X VALUE 'N'.
           88 AKADEMIK-TERBUKA VALUE 'Y'.
       77  SW-HABIS-MHS PIC X VALUE 'N'.
           88 HABIS-MHS VALUE 'Y'.
       77  SW-HABIS-KRS PIC X VALUE 'N'.
           88 HABIS-KRS VALUE 'Y'.
       77  SW-HABIS-HST PIC X VALUE 'N'.
           88 HABIS-HST VALUE 'Y'.
       77  SW-ADA-KRS PIC X VALUE 'N'.
           88 ADA-KRS VALUE 'Y'.
       77  SW-DILAPORKAN PIC X VALUE 'N'.
           88 DILAPORKAN VALUE 'Y'.
       77  SW-ADA-NILAI PIC X VALUE 'N'.
           88 ADA-NILAI VALUE 'Y'.
       77  SW-MK-ADA PIC X VALUE 'N'.
           88 MK-ADA VALUE 'Y'.
      *    Term status as the feeder codes it.
       77  WS-STATUS-PDD PIC X(1) VALUE SPACE.
           88 STATUS-PDD-AKTIF VALUE 'A'.
           88 STATUS-PDD-NONAKTIF VALUE 'N'.
           88 STATUS-PDD-LULUS VALUE 'L'.
           88 STATUS-PDD-CUTI VALUE 'C'.
           88 STATUS-PDD-KELUAR VALUE 'K'.
           88 STATUS-PDD-DO VALUE 'D'.
           88 STATUS-PDD-KULIAH VALUE 'A' 'L'.
       77  WS-STATUS-BERLAKU PIC X(1) VALUE SPACE.
       77  WS-SMT-BERLAKU PIC X(5) VALUE SPACES.
       77  WS-JML-SKALA PIC 9(2) VALUE 0.
       77  S PIC 9(2) VALUE 0.
       01  TABEL-SKALA.
           02 ISI-TABEL-SKALA OCCURS 20 TIMES.
              03 TS-BATAS PIC 9(3).
              03 TS-HURUF PIC X(2).
              03 TS-BOBOT PIC 9V99.
       77  SW-ADA-HURUF PIC X VALUE 'N'.
       77  WS-BATAS-TERPILIH PIC 9(3) VALUE 0.
       77  WS-BOBOT-HURUF PIC 9V99 VALUE 0.
       77  WS-HURUF PIC X(2) VALUE SPACES.
       77  WS-NILAI-PAKAI PIC 999V99 VALUE 0.
       77  WS-KET-PAKAI PIC X(10) VALUE SPACES.
       77  WS-KODE-MK-CARI PIC X(6) VALUE SPACES.
       77  WS-SKS PIC 9(2) VALUE 0.
       77  WS-SEMESTER-LALU PIC X(5) VALUE LOW-VALUES.
       77  WS-SEMESTER-HST PIC X(5) VALUE SPACES.
       77  WS-SKS-SMT PIC 9(3) VALUE 0.
       77  WS-SKS-LULUS-SMT PIC 9(3) VALUE 0.
       77  WS-MUTU-SMT PIC 9(4)V99 VALUE 0.
       77  WS-IPS PIC 9V99 VALUE 0.
       77  WS-SKS-KUM-AMBIL PIC 9(4) VALUE 0.
       77  WS-SKS-KUM-LULUS PIC 9(4) VALUE 0.
       77  WS-MUTU-KUM PIC 9(5)V99 VALUE 0.
       77  WS-IPK PIC 9V99 VALUE 0.
       77  WS-JML-MHS PIC 9(5) VALUE 0.
       77  WS-JML-KRS PIC 9(5) VALUE 0.
       77  WS-JML-TEMUAN PIC 9(5) VALUE 0.
       77  WS-JML-AKM PIC 9(7) VALUE 0.
       77  WS-HASH-AKM PIC 9(9) VALUE 0.
       77  WS-JML-NIL PIC 9(7) VALUE 0.
       77  WS-HASH-NIL PIC 9(9) VALUE 0.
       77  WS-TEMUAN-NPM PIC X(8) VALUE SPACES.
       77  WS-TEMUAN-MK PIC X(6) VALUE SPACES.
       77  WS-TEMUAN-PESAN PIC X(40) VALUE SPACES.
       77  WS-SKS-TAMPIL-1 PIC ZZZ9.
       77  WS-SKS-TAMPIL-2 PIC ZZZ9.
       01  JUDUL-VALIDASI.
           02 FILLER PIC X(29)
              VALUE 'VALIDASI EKSTRAK PDDIKTI SMT '.
           02 CETAK-SEMESTER PIC X(5).
           02 FILLER PIC X(9) VALUE '  RUN-ID '.
           02 CETAK-RUN-ID PIC X(12).
       01  BARIS-TEMUAN.
           02 BT-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BT-KODE-MK PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BT-PESAN PIC X(40).
       01  BARIS-TOTAL.
           02 BTO-TEKS PIC X(26).
           02 BTO-JUMLAH PIC ZZZZZZ9.
       01  TRAILER-AKM.
           02 FILLER PIC X(3) VALUE 'CNT'.
           02 TRAILER-JML-AKM PIC 9(7).
           02 FILLER PIC X(4) VALUE 'HASH'.
           02 TRAILER-HASH-AKM PIC 9(9).
           02 FILLER PIC X(44) VALUE SPACES.
       01  TRAILER-NIL.
           02 FILLER PIC X(3) VALUE 'CNT'.
           02 TRAILER-JML-NIL PIC 9(7).
           02 FILLER PIC X(4) VALUE 'HASH'.
           02 TRAILER-HASH-NIL PIC 9(9).
           02 FILLER PIC X(16) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           MOVE 'EKSTRAK PDDIKTI DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM AMBIL-SEMESTER-PERIODE.
           IF WS-SEMESTER = SPACES
               DISPLAY 'PERIODE TIDAK ADA, SEMESTER TIDAK DIKETAHUI, '
                   'RUN DIBATALKAN'
               MOVE 'EKSTRAK PDDIKTI DITOLAK, PERIODE' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           PERFORM MUAT-SKALA.
           IF WS-JML-SKALA = 0
               DISPLAY 'GRADESCL KOSONG, HURUF MUTU TIDAK ADA, '
                   'RUN DIBATALKAN'
               MOVE 'EKSTRAK PDDIKTI DITOLAK, GRADESCL' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           OPEN INPUT MHS-FILE.
           IF FS-MHS-FILE NOT = '00'
               DISPLAY 'MHSFILE TIDAK TERBUKA, RUN DIBATALKAN'
               MOVE 'EKSTRAK PDDIKTI DITOLAK, MHSFILE' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE NOT = '00'
               DISPLAY 'KRSFILE TIDAK TERBUKA, RUN DIBATALKAN'
               MOVE 'EKSTRAK PDDIKTI DITOLAK, KRSFILE' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               CLOSE MHS-FILE
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           PERFORM BUKA-SUMBER-NILAI.
           OPEN OUTPUT VALIDASI-PDD.
           MOVE WS-SEMESTER TO CETAK-SEMESTER.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-VALIDASI TO VALIDASI-PDD-BARIS.
           WRITE VALIDASI-PDD-BARIS.
           MOVE 'NPM       KODEMK  TEMUAN' TO VALIDASI-PDD-BARIS.
           WRITE VALIDASI-PDD-BARIS.
           MOVE 'P' TO SW-FASE.
           PERFORM JALANKAN-MAHASISWA.
           PERFORM PERIKSA-KRS-YATIM.
           IF WS-JML-TEMUAN = 0
               PERFORM TULIS-EKSTRAK
               MOVE 'TIDAK ADA TEMUAN, PDDAKM DAN PDDNIL DITULIS'
                   TO VALIDASI-PDD-BARIS
               WRITE VALIDASI-PDD-BARIS
               DISPLAY 'EKSTRAK PDDIKTI SELESAI: ' WS-JML-AKM
                   ' MAHASISWA, ' WS-JML-NIL ' NILAI, LIHAT PDDVAL'
               MOVE 'EKSTRAK PDDIKTI SELESAI' TO WS-AUDIT-AKSI
           ELSE
               MOVE 'EKSTRAK DITOLAK: ADA TEMUAN, PDDAKM DAN PDDNIL '
                   TO VALIDASI-PDD-BARIS
               WRITE VALIDASI-PDD-BARIS
               MOVE 'TIDAK DIBUAT, PERBAIKI LALU JALANKAN ULANG'
                   TO VALIDASI-PDD-BARIS
               WRITE VALIDASI-PDD-BARIS
               DISPLAY 'EKSTRAK PDDIKTI DITOLAK, ' WS-JML-TEMUAN
                   ' TEMUAN, LIHAT PDDVAL'
               MOVE 'EKSTRAK PDDIKTI DITOLAK, ADA TEMUAN'
                   TO WS-AUDIT-AKSI
           END-IF.
           PERFORM TULIS-TOTAL.
           CLOSE VALIDASI-PDD.
           CLOSE MHS-FILE.
           CLOSE KRS-FILE.
           PERFORM TUTUP-SUMBER-NILAI.
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
           IF WS-SEMESTER NOT = SPACES
               DISPLAY 'SEMESTER ' WS-SEMESTER ' DIAMBIL DARI PERIODE'
           END-IF.
       BUKA-SUMBER-NILAI.
      *    A missing NILAIMST or NILAIHST only means no grade comes
      *    from it; a missing MKFILE leaves every course uncatalogued
      *    and a missing AKADMST leaves nothing to compare, and the
      *    checks report what follows from that.
           OPEN INPUT NILAI-MASTER.
           IF FS-NILAI-MASTER = '00'
               MOVE 'Y' TO SW-ADA-MASTER
           ELSE
               DISPLAY 'NILAIMST TIDAK TERBUKA'
           END-IF.
           OPEN INPUT NILAI-HISTORI.
           IF FS-NILAI-HISTORI = '00'
               MOVE 'Y' TO SW-ADA-HISTORI
           ELSE
               DISPLAY 'NILAIHST TIDAK TERBUKA'
           END-IF.
           OPEN INPUT MK-FILE.
           IF FS-MK-FILE = '00'
               MOVE 'Y' TO SW-KATALOG-MK
           ELSE
               DISPLAY 'MKFILE TIDAK TERBUKA'
           END-IF.
           OPEN INPUT AKADEMIK-FILE.
           IF FS-AKADEMIK-FILE = '00'
               MOVE 'Y' TO SW-ADA-AKADEMIK
           ELSE
               DISPLAY 'AKADMST TIDAK TERBUKA, SKS TIDAK DIBANDINGKAN'
           END-IF.
       TUTUP-SUMBER-NILAI.
           IF MASTER-TERBUKA
               CLOSE NILAI-MASTER
           END-IF.
           IF HISTORI-TERBUKA
               CLOSE NILAI-HISTORI
           END-IF.
           IF KATALOG-MK-AKTIF
               CLOSE MK-FILE
           END-IF.
           IF AKADEMIK-TERBUKA
               CLOSE AKADEMIK-FILE
           END-IF.
       TULIS-EKSTRAK.
           OPEN OUTPUT PDD-AKM-FILE.
           OPEN OUTPUT PDD-NILAI-FILE.
           MOVE 'T' TO SW-FASE.
           PERFORM JALANKAN-MAHASISWA.
           MOVE WS-JML-AKM TO TRAILER-JML-AKM.
           MOVE WS-HASH-AKM TO TRAILER-HASH-AKM.
           WRITE PDD-AKM-RECORD FROM TRAILER-AKM.
           CLOSE PDD-AKM-FILE.
           MOVE WS-JML-NIL TO TRAILER-JML-NIL.
           MOVE WS-HASH-NIL TO TRAILER-HASH-NIL.
           WRITE PDD-NILAI-RECORD FROM TRAILER-NIL.
           CLOSE PDD-NILAI-FILE.
           MOVE 'PDDAKM' TO WS-MAN-FILE.
           MOVE WS-JML-AKM TO WS-MAN-JML.
           MOVE WS-HASH-AKM TO WS-MAN-HASH.
           PERFORM CATAT-MANIFEST.
           MOVE 'PDDNIL' TO WS-MAN-FILE.
           MOVE WS-JML-NIL TO WS-MAN-JML.
           MOVE WS-HASH-NIL TO WS-MAN-HASH.
           PERFORM CATAT-MANIFEST.
       JALANKAN-MAHASISWA.
           MOVE 'N' TO SW-HABIS-MHS.
           MOVE LOW-VALUES TO MHS-NPM.
           START MHS-FILE KEY IS NOT LESS THAN MHS-NPM
               INVALID KEY MOVE 'Y' TO SW-HABIS-MHS
           END-START.
           PERFORM PROSES-MAHASISWA UNTIL HABIS-MHS.
       PROSES-MAHASISWA.
           READ MHS-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS-MHS.
           IF NOT HABIS-MHS
               PERFORM CEK-KRS-SEMESTER
               PERFORM TENTUKAN-STATUS
               IF DILAPORKAN
                   PERFORM OLAH-MAHASISWA
               END-IF
           END-IF.
       CEK-KRS-SEMESTER.
           MOVE 'N' TO SW-ADA-KRS.
           MOVE 'N' TO SW-HABIS-KRS.
           MOVE MHS-NPM TO KRS-NPM.
           MOVE LOW-VALUES TO KRS-KODE-MK.
           START KRS-FILE KEY IS NOT LESS THAN KRS-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS-KRS
           END-START.
           PERFORM CEK-KRS-BARIS UNTIL HABIS-KRS OR ADA-KRS.
       CEK-KRS-BARIS.
           READ KRS-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS-KRS.
           IF NOT HABIS-KRS
               IF KRS-NPM NOT = MHS-NPM
                   MOVE 'Y' TO SW-HABIS-KRS
               ELSE
                   IF KRS-SEMESTER = WS-SEMESTER
                       MOVE 'Y' TO SW-ADA-KRS
                   END-IF
               END-IF
           END-IF.
       TENTUKAN-STATUS.
      *    The status in force for the term comes from STSCEK1. A
      *    graduate is reported (as L) only in a term in which
      *    courses were still taken, and a student who withdrew,
      *    dropped out or transferred out (feeder K or D) only in
      *    the term the change took effect; every other student on
      *    MHSFILE is reported each term - on leave as C, active
      *    when enrolled in courses, otherwise not active.
           MOVE 'Y' TO SW-DILAPORKAN.
           CALL 'STSCEK1' USING MHS-NPM, WS-SEMESTER, MHS-STATUS,
               WS-STATUS-BERLAKU, WS-SMT-BERLAKU.
           IF WS-STATUS-BERLAKU = 'L'
               MOVE 'L' TO WS-STATUS-PDD
               IF NOT ADA-KRS
                   MOVE 'N' TO SW-DILAPORKAN
               END-IF
           ELSE
               IF WS-STATUS-BERLAKU = 'A' AND ADA-KRS
                   MOVE 'A' TO WS-STATUS-PDD
               ELSE
                   IF WS-STATUS-BERLAKU = 'C'
                       MOVE 'C' TO WS-STATUS-PDD
                   ELSE
                       IF WS-STATUS-BERLAKU = 'K' OR 'P' OR 'D'
                           IF WS-STATUS-BERLAKU = 'D'
                               MOVE 'D' TO WS-STATUS-PDD
                           ELSE
                               MOVE 'K' TO WS-STATUS-PDD
                           END-IF
                           IF WS-SMT-BERLAKU NOT = WS-SEMESTER
                               MOVE 'N' TO SW-DILAPORKAN
                           END-IF
                       ELSE
                           MOVE 'N' TO WS-STATUS-PDD
                       END-IF
                   END-IF
               END-IF
           END-IF.
       OLAH-MAHASISWA.
           IF FASE-PERIKSA
               ADD 1 TO WS-JML-MHS
               IF MHS-PRODI = SPACES
                   MOVE MHS-NPM TO WS-TEMUAN-NPM
                   MOVE SPACES TO WS-TEMUAN-MK
                   MOVE 'PROGRAM STUDI KOSONG DI MHSFILE'
                       TO WS-TEMUAN-PESAN
                   PERFORM TULIS-TEMUAN
               END-IF
               IF ADA-KRS AND NOT STATUS-PDD-KULIAH
                   MOVE MHS-NPM TO WS-TEMUAN-NPM
                   MOVE SPACES TO WS-TEMUAN-MK
                   MOVE 'MAHASISWA TIDAK AKTIF TETAPI ADA KRS'
                       TO WS-TEMUAN-PESAN
                   PERFORM TULIS-TEMUAN
               END-IF
           END-IF.
           PERFORM HITUNG-KUMULATIF-LALU.
           MOVE 0 TO WS-SKS-SMT.
           MOVE 0 TO WS-SKS-LULUS-SMT.
           MOVE 0 TO WS-MUTU-SMT.
           IF ADA-KRS AND STATUS-PDD-KULIAH
               PERFORM HITUNG-SEMESTER-INI
           END-IF.
           IF WS-SKS-SMT > 0
               COMPUTE WS-IPS ROUNDED = WS-MUTU-SMT / WS-SKS-SMT
           ELSE
               MOVE 0 TO WS-IPS
           END-IF.
           ADD WS-SKS-SMT TO WS-SKS-KUM-AMBIL.
           ADD WS-SKS-LULUS-SMT TO WS-SKS-KUM-LULUS.
           ADD WS-MUTU-SMT TO WS-MUTU-KUM.
           IF WS-SKS-KUM-AMBIL > 0
               COMPUTE WS-IPK ROUNDED =
                   WS-MUTU-KUM / WS-SKS-KUM-AMBIL
           ELSE
               MOVE 0 TO WS-IPK
           END-IF.
           IF FASE-PERIKSA
               PERFORM BANDINGKAN-AKADEMIK
           ELSE
               PERFORM TULIS-PDD-AKM
           END-IF.
       HITUNG-KUMULATIF-LALU.
      *    Terms before this one, from NILAIHST. The history is keyed
      *    semester first, so the student's terms are found by
      *    hopping from semester to semester as AKDHIT1 does, and the
      *    hop stops at the reported semester.
           MOVE 0 TO WS-SKS-KUM-AMBIL.
           MOVE 0 TO WS-SKS-KUM-LULUS.
           MOVE 0 TO WS-MUTU-KUM.
           IF HISTORI-TERBUKA
               MOVE LOW-VALUES TO WS-SEMESTER-LALU
               MOVE 'N' TO SW-HABIS-HST
               PERFORM LOMPAT-SEMESTER UNTIL HABIS-HST
           END-IF.
       LOMPAT-SEMESTER.
           MOVE WS-SEMESTER-LALU TO SEMESTER-HST.
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
                   MOVE SEMESTER-HST TO WS-SEMESTER-HST
                   MOVE WS-SEMESTER-HST TO WS-SEMESTER-LALU
                   PERFORM HITUNG-SEMESTER-LALU
               END-IF
           END-IF.
       HITUNG-SEMESTER-LALU.
           MOVE WS-SEMESTER-HST TO SEMESTER-HST.
           MOVE MHS-NPM TO NPM-HST.
           MOVE LOW-VALUES TO KODE-MK-HST.
           START NILAI-HISTORI KEY IS NOT LESS THAN HST-KEY
               INVALID KEY MOVE '10' TO FS-NILAI-HISTORI
               NOT INVALID KEY MOVE '00' TO FS-NILAI-HISTORI
           END-START.
           PERFORM HITUNG-MK-LALU UNTIL FS-NILAI-HISTORI = '10'.
       HITUNG-MK-LALU.
           READ NILAI-HISTORI NEXT RECORD
               AT END MOVE '10' TO FS-NILAI-HISTORI.
           IF FS-NILAI-HISTORI NOT = '10'
               IF SEMESTER-HST NOT = WS-SEMESTER-HST
                   OR NPM-HST NOT = MHS-NPM
                   MOVE '10' TO FS-NILAI-HISTORI
               ELSE
                   MOVE NILAI-HST TO WS-NILAI-PAKAI
                   PERFORM CARI-HURUF
                   MOVE KODE-MK-HST TO WS-KODE-MK-CARI
                   PERFORM CARI-SKS
                   ADD WS-SKS TO WS-SKS-KUM-AMBIL
                   IF KETERANGAN-HST = 'LULUS'
                       ADD WS-SKS TO WS-SKS-KUM-LULUS
                   END-IF
                   COMPUTE WS-MUTU-KUM =
                       WS-MUTU-KUM + (WS-BOBOT-HURUF * WS-SKS)
               END-IF
           END-IF.
       HITUNG-SEMESTER-INI.
           MOVE 'N' TO SW-HABIS-KRS.
           MOVE MHS-NPM TO KRS-NPM.
           MOVE LOW-VALUES TO KRS-KODE-MK.
           START KRS-FILE KEY IS NOT LESS THAN KRS-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS-KRS
           END-START.
           PERFORM HITUNG-KRS-BARIS UNTIL HABIS-KRS.
       HITUNG-KRS-BARIS.
           READ KRS-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS-KRS.
           IF NOT HABIS-KRS
               IF KRS-NPM NOT = MHS-NPM
                   MOVE 'Y' TO SW-HABIS-KRS
               ELSE
                   IF KRS-SEMESTER = WS-SEMESTER
                       PERFORM OLAH-MK-SEMESTER
                   END-IF
               END-IF
           END-IF.
       OLAH-MK-SEMESTER.
           IF FASE-PERIKSA
               ADD 1 TO WS-JML-KRS
           END-IF.
           PERFORM CARI-NILAI-SEMESTER.
           MOVE KRS-KODE-MK TO WS-KODE-MK-CARI.
           PERFORM CARI-SKS.
           IF FASE-PERIKSA
               PERFORM PERIKSA-MK-SEMESTER
           END-IF.
           IF ADA-NILAI
               PERFORM CARI-HURUF
               ADD WS-SKS TO WS-SKS-SMT
               IF WS-KET-PAKAI = 'LULUS'
                   ADD WS-SKS TO WS-SKS-LULUS-SMT
               END-IF
               COMPUTE WS-MUTU-SMT =
                   WS-MUTU-SMT + (WS-BOBOT-HURUF * WS-SKS)
               IF FASE-TULIS
                   PERFORM TULIS-PDD-NILAI
               END-IF
           END-IF.
       PERIKSA-MK-SEMESTER.
           MOVE MHS-NPM TO WS-TEMUAN-NPM.
           MOVE KRS-KODE-MK TO WS-TEMUAN-MK.
           IF NOT ADA-NILAI
               MOVE 'NILAI BELUM ADA UNTUK MK YANG DIAMBIL'
                   TO WS-TEMUAN-PESAN
               PERFORM TULIS-TEMUAN
           END-IF.
           IF NOT MK-ADA
               MOVE 'MK TIDAK ADA DI KATALOG MKFILE'
                   TO WS-TEMUAN-PESAN
               PERFORM TULIS-TEMUAN
           ELSE
               IF WS-SKS = 0
                   MOVE 'SKS MK DI KATALOG NOL' TO WS-TEMUAN-PESAN
                   PERFORM TULIS-TEMUAN
               END-IF
           END-IF.
       CARI-NILAI-SEMESTER.
      *    Once the term is rolled over its grades sit in NILAIHST
      *    under the semester; before that they are still on the
      *    live NILAIMST.
           MOVE 'N' TO SW-ADA-NILAI.
           IF HISTORI-TERBUKA
               MOVE WS-SEMESTER TO SEMESTER-HST
               MOVE KRS-NPM TO NPM-HST
               MOVE KRS-KODE-MK TO KODE-MK-HST
               READ NILAI-HISTORI RECORD KEY IS HST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SW-ADA-NILAI
                       MOVE NILAI-HST TO WS-NILAI-PAKAI
                       MOVE KETERANGAN-HST TO WS-KET-PAKAI
               END-READ
           END-IF.
           IF NOT ADA-NILAI AND MASTER-TERBUKA
               MOVE KRS-NPM TO NPM-MST
               MOVE KRS-KODE-MK TO KODE-MK-MST
               READ NILAI-MASTER RECORD KEY IS MST-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SW-ADA-NILAI
                       MOVE NILAI-MST TO WS-NILAI-PAKAI
                       MOVE KETERANGAN-MST TO WS-KET-PAKAI
               END-READ
           END-IF.
       BANDINGKAN-AKADEMIK.
      *    Once AKADMST holds the term, its SKS must be what the
      *    catalog gives for the courses reported.
           IF AKADEMIK-TERBUKA
               MOVE MHS-NPM TO AKD-NPM
               MOVE WS-SEMESTER TO AKD-SEMESTER
               READ AKADEMIK-FILE RECORD KEY IS AKD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM BANDINGKAN-SKS
               END-READ
           END-IF.
       BANDINGKAN-SKS.
           MOVE MHS-NPM TO WS-TEMUAN-NPM.
           MOVE SPACES TO WS-TEMUAN-MK.
           IF AKD-SKS-AMBIL NOT = WS-SKS-SMT
               MOVE AKD-SKS-AMBIL TO WS-SKS-TAMPIL-1
               MOVE WS-SKS-SMT TO WS-SKS-TAMPIL-2
               MOVE SPACES TO WS-TEMUAN-PESAN
               STRING 'SKS SMT AKADMST' DELIMITED BY SIZE
                   WS-SKS-TAMPIL-1 DELIMITED BY SIZE
                   ' KATALOG' DELIMITED BY SIZE
                   WS-SKS-TAMPIL-2 DELIMITED BY SIZE
                   INTO WS-TEMUAN-PESAN
               PERFORM TULIS-TEMUAN
           END-IF.
           IF AKD-SKS-KUM-AMBIL NOT = WS-SKS-KUM-AMBIL
               MOVE AKD-SKS-KUM-AMBIL TO WS-SKS-TAMPIL-1
               MOVE WS-SKS-KUM-AMBIL TO WS-SKS-TAMPIL-2
               MOVE SPACES TO WS-TEMUAN-PESAN
               STRING 'SKS KUM AKADMST' DELIMITED BY SIZE
                   WS-SKS-TAMPIL-1 DELIMITED BY SIZE
                   ' KATALOG' DELIMITED BY SIZE
                   WS-SKS-TAMPIL-2 DELIMITED BY SIZE
                   INTO WS-TEMUAN-PESAN
               PERFORM TULIS-TEMUAN
           END-IF.
       PERIKSA-KRS-YATIM.
      *    Enrollments of the term whose NPM is not on MHSFILE have
      *    no student to report under.
           MOVE 'N' TO SW-HABIS-KRS.
           MOVE LOW-VALUES TO KRS-KEY.
           START KRS-FILE KEY IS NOT LESS THAN KRS-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS-KRS
           END-START.
           PERFORM PERIKSA-KRS-YATIM-BARIS UNTIL HABIS-KRS.
       PERIKSA-KRS-YATIM-BARIS.
           READ KRS-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS-KRS.
           IF NOT HABIS-KRS
               IF KRS-SEMESTER = WS-SEMESTER
                   MOVE KRS-NPM TO MHS-NPM
                   READ MHS-FILE RECORD KEY IS MHS-NPM
                       INVALID KEY
                           MOVE KRS-NPM TO WS-TEMUAN-NPM
                           MOVE KRS-KODE-MK TO WS-TEMUAN-MK
                           MOVE 'NPM KRS TIDAK ADA DI MHSFILE'
                               TO WS-TEMUAN-PESAN
                           PERFORM TULIS-TEMUAN
                   END-READ
               END-IF
           END-IF.
       TULIS-TEMUAN.
           ADD 1 TO WS-JML-TEMUAN.
           MOVE SPACES TO BARIS-TEMUAN.
           MOVE WS-TEMUAN-NPM TO BT-NPM.
           MOVE WS-TEMUAN-MK TO BT-KODE-MK.
           MOVE WS-TEMUAN-PESAN TO BT-PESAN.
           MOVE BARIS-TEMUAN TO VALIDASI-PDD-BARIS.
           WRITE VALIDASI-PDD-BARIS.
       TULIS-PDD-AKM.
      *    Extract hash: total SKS earned summed over the students,
      *    kept to the nine digits OUTMANIF carries.
      *    Personal fields go out as the SAMARAN rules for PDDAKM
      *    say.
           MOVE SPACES TO PDD-AKM-RECORD.
           MOVE 'PDDAKM' TO WS-SMR-KELUARAN.
           MOVE SPACES TO WS-MEDAN-TERBUKA.
           MOVE 1 TO WS-PTR-MEDAN.
           MOVE WS-SEMESTER TO PDA-SEMESTER.
           MOVE 'NPM' TO WS-SMR-MEDAN.
           MOVE MHS-NPM TO WS-SMR-NILAI.
           PERFORM SAMARKAN-PDD.
           MOVE WS-SMR-NILAI TO PDA-NIM.
           MOVE 'NAMA' TO WS-SMR-MEDAN.
           MOVE MHS-NAMA TO WS-SMR-NILAI.
           PERFORM SAMARKAN-PDD.
           MOVE WS-SMR-NILAI TO PDA-NAMA.
           MOVE 'PRODI' TO WS-SMR-MEDAN.
           MOVE MHS-PRODI TO WS-SMR-NILAI.
           PERFORM SAMARKAN-PDD.
           MOVE WS-SMR-NILAI TO PDA-PRODI.
           MOVE WS-STATUS-PDD TO PDA-STATUS.
           MOVE WS-IPS TO PDA-IPS.
           MOVE WS-SKS-SMT TO PDA-SKS-SMT.
           MOVE WS-IPK TO PDA-IPK.
           MOVE WS-SKS-KUM-LULUS TO PDA-SKS-TOTAL.
           WRITE PDD-AKM-RECORD.
           ADD 1 TO WS-JML-AKM.
           ADD WS-SKS-KUM-LULUS TO WS-HASH-AKM.
           IF WS-MEDAN-TERBUKA NOT = SPACES
               PERFORM CATAT-AKSES
           END-IF.
       TULIS-PDD-NILAI.
      *    Extract hash: SKS summed over the grade lines.
           MOVE SPACES TO PDD-NILAI-RECORD.
           MOVE 'PDDNIL' TO WS-SMR-KELUARAN.
           MOVE SPACES TO WS-MEDAN-TERBUKA.
           MOVE 1 TO WS-PTR-MEDAN.
           MOVE WS-SEMESTER TO PDN-SEMESTER.
           MOVE 'NPM' TO WS-SMR-MEDAN.
           MOVE MHS-NPM TO WS-SMR-NILAI.
           PERFORM SAMARKAN-PDD.
           MOVE WS-SMR-NILAI TO PDN-NIM.
           MOVE KRS-KODE-MK TO PDN-KODE-MK.
           MOVE WS-SKS TO PDN-SKS.
           MOVE WS-NILAI-PAKAI TO PDN-NILAI.
           MOVE WS-HURUF TO PDN-HURUF.
           MOVE WS-BOBOT-HURUF TO PDN-INDEKS.
           WRITE PDD-NILAI-RECORD.
           ADD 1 TO WS-JML-NIL.
           ADD WS-SKS TO WS-HASH-NIL.
           IF WS-MEDAN-TERBUKA NOT = SPACES
               PERFORM CATAT-AKSES
           END-IF.
       SAMARKAN-PDD.
           CALL 'SMRCEK1' USING WS-SMR-KELUARAN, WS-SMR-PERAN,
               WS-SMR-MEDAN, MHS-NPM, WS-SMR-NILAI, WS-SMR-AKSI.
           IF WS-SMR-AKSI = 'T'
               STRING WS-SMR-MEDAN DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   INTO WS-MEDAN-TERBUKA WITH POINTER WS-PTR-MEDAN
           END-IF.
       CATAT-AKSES.
           MOVE SPACES TO AKSES-RECORD.
           ACCEPT AKS-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT AKS-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO AKS-OPERATOR.
           MOVE WS-SMR-PERAN TO AKS-PERAN.
           MOVE WS-RUN-ID TO AKS-RUN-ID.
           MOVE WS-SMR-KELUARAN TO AKS-KELUARAN.
           MOVE MHS-NPM TO AKS-NPM.
           MOVE WS-MEDAN-TERBUKA TO AKS-MEDAN.
           OPEN EXTEND AKSES-FILE.
           IF FS-AKSES-FILE = '35'
               OPEN OUTPUT AKSES-FILE
               CLOSE AKSES-FILE
               OPEN EXTEND AKSES-FILE
           END-IF.
           WRITE AKSES-RECORD.
           CLOSE AKSES-FILE.
       MUAT-SKALA.
           MOVE 0 TO WS-JML-SKALA.
           OPEN INPUT SKALA-FILE.
           IF FS-SKALA-FILE = '00'
               PERFORM MUAT-SKALA-BARIS
                   UNTIL FS-SKALA-FILE = '10'
               CLOSE SKALA-FILE
           END-IF.
       MUAT-SKALA-BARIS.
           READ SKALA-FILE
               AT END MOVE '10' TO FS-SKALA-FILE.
           IF FS-SKALA-FILE NOT = '10'
               IF WS-JML-SKALA < 20
                   ADD 1 TO WS-JML-SKALA
                   MOVE SKL-BATAS TO TS-BATAS(WS-JML-SKALA)
                   MOVE SKL-HURUF TO TS-HURUF(WS-JML-SKALA)
                   MOVE SKL-BOBOT TO TS-BOBOT(WS-JML-SKALA)
               END-IF
           END-IF.
       CARI-HURUF.
      *    The letter is the scale row with the highest cutoff the
      *    score still reaches, as in TRANSK1.
           MOVE 0 TO WS-BOBOT-HURUF.
           MOVE 0 TO WS-BATAS-TERPILIH.
           MOVE SPACES TO WS-HURUF.
           MOVE 'N' TO SW-ADA-HURUF.
           PERFORM CARI-HURUF-BARIS VARYING S FROM 1 BY 1
               UNTIL S > WS-JML-SKALA.
       CARI-HURUF-BARIS.
           IF WS-NILAI-PAKAI >= TS-BATAS(S)
               AND (SW-ADA-HURUF = 'N'
                   OR TS-BATAS(S) >= WS-BATAS-TERPILIH)
               MOVE 'Y' TO SW-ADA-HURUF
               MOVE TS-BATAS(S) TO WS-BATAS-TERPILIH
               MOVE TS-HURUF(S) TO WS-HURUF
               MOVE TS-BOBOT(S) TO WS-BOBOT-HURUF
           END-IF.
       CARI-SKS.
      *    A course with no catalog row counts one SKS, as in
      *    AKDHIT1; for the reported term it is also a finding.
           MOVE 1 TO WS-SKS.
           MOVE 'N' TO SW-MK-ADA.
           IF KATALOG-MK-AKTIF
               MOVE WS-KODE-MK-CARI TO MK-KODE
               READ MK-FILE RECORD KEY IS MK-KODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SW-MK-ADA
                       MOVE MK-SKS TO WS-SKS
               END-READ
           END-IF.
       TULIS-TOTAL.
           MOVE SPACES TO VALIDASI-PDD-BARIS.
           WRITE VALIDASI-PDD-BARIS.
           MOVE 'MAHASISWA DILAPORKAN     :' TO BTO-TEKS.
           MOVE WS-JML-MHS TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO VALIDASI-PDD-BARIS.
           WRITE VALIDASI-PDD-BARIS.
           MOVE 'KRS SEMESTER DIPERIKSA   :' TO BTO-TEKS.
           MOVE WS-JML-KRS TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO VALIDASI-PDD-BARIS.
           WRITE VALIDASI-PDD-BARIS.
           MOVE 'TEMUAN                   :' TO BTO-TEKS.
           MOVE WS-JML-TEMUAN TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO VALIDASI-PDD-BARIS.
           WRITE VALIDASI-PDD-BARIS.
           MOVE 'BARIS PDDAKM DITULIS     :' TO BTO-TEKS.
           MOVE WS-JML-AKM TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO VALIDASI-PDD-BARIS.
           WRITE VALIDASI-PDD-BARIS.
           MOVE 'BARIS PDDNIL DITULIS     :' TO BTO-TEKS.
           MOVE WS-JML-NIL TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO VALIDASI-PDD-BARIS.
           WRITE VALIDASI-PDD-BARIS.
       CATAT-MANIFEST.
      *    Outbound-control entry: the extract just written is held
      *    (status H) until the OUTREL1 release step passes its
      *    quality gate.
           MOVE SPACES TO MANIFEST-RECORD.
           MOVE WS-MAN-FILE TO MAN-FILE.
           MOVE WS-RUN-ID TO MAN-RUN-ID.
           ACCEPT MAN-TANGGAL FROM DATE YYYYMMDD.
           MOVE WS-MAN-JML TO MAN-JML.
           MOVE WS-MAN-HASH TO MAN-HASH.
           MOVE 'H' TO MAN-STATUS.
           OPEN EXTEND MANIFEST-FILE.
           IF FS-MANIFEST-FILE = '35'
               OPEN OUTPUT MANIFEST-FILE
               CLOSE MANIFEST-FILE
               OPEN EXTEND MANIFEST-FILE
           END-IF.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused. The two passes must see the
      *    same students and grades.
           MOVE 'MHSFILE' TO WS-LOCK-SUMBER.
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
           MOVE 'MHSFILE' TO WS-LOCK-SUMBER.
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
           MOVE 'PDDEXT1' TO AUD-PROGRAM.
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
       END PROGRAM PDDEXT1.
