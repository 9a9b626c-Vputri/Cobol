      ******************************************************************
      * Author:
      * Date:
      * Purpose: UAS seating run for the academic office. Reads the
      *          exam schedule UASJDW (one line per course: course
      *          code, exam date, session) and the exam rooms
      *          UASRUANG (room, seats), takes the students enrolled
      *          on KRSFILE for the PERIODE semester in each
      *          scheduled course, and seats them by NPM in the rooms
      *          free in that date and session - the smallest free
      *          room that holds everyone still to be seated, else
      *          the largest free room and on into the next, so a
      *          large course is split over as few rooms as
      *          possible. A room takes one course per session.
      *          Writes a seating list per room (UASDUDUK) and a
      *          signature sheet per room (UASTTD) with NPM, name and
      *          a blank signature column. The UASREG register lists
      *          refused schedule and room lines, every student with
      *          two exams in the same date and session, students
      *          barred from the UAS by HADCEK1 (not seated),
      *          students left without a seat when the rooms run
      *          out, and per course the students seated and rooms
      *          used. Read-only on the masters; the run is logged to
      *          AUDITLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UASDUD1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JADWAL-UAS ASSIGN TO "UASJDW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JADWAL-UAS.
           SELECT RUANG-UAS ASSIGN TO "UASRUANG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUANG-UAS.
           SELECT DAFTAR-DUDUK ASSIGN TO "UASDUDUK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DAFTAR-DUDUK.
           SELECT DAFTAR-TTD ASSIGN TO "UASTTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DAFTAR-TTD.
           SELECT REGISTER-UAS ASSIGN TO "UASREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER-UAS.
           COPY KRSSEL.
           COPY MHSSEL.
           COPY MKSEL.
           COPY PRDSEL.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  JADWAL-UAS.
       01  JADWAL-UAS-RECORD.
           02 JU-KODE-MK PIC X(6).
           02 FILLER PIC X(1).
           02 JU-TANGGAL-X PIC X(8).
           02 JU-TANGGAL REDEFINES JU-TANGGAL-X PIC 9(8).
           02 FILLER PIC X(1).
           02 JU-SESI-X PIC X(1).
           02 JU-SESI REDEFINES JU-SESI-X PIC 9(1).
       FD  RUANG-UAS.
       01  RUANG-UAS-RECORD.
           02 RU-RUANG PIC X(6).
           02 FILLER PIC X(1).
           02 RU-KAPASITAS-X PIC X(3).
           02 RU-KAPASITAS REDEFINES RU-KAPASITAS-X PIC 9(3).
       FD  DAFTAR-DUDUK.
       01  DAFTAR-DUDUK-BARIS PIC X(80).
       FD  DAFTAR-TTD.
       01  DAFTAR-TTD-BARIS PIC X(80).
       FD  REGISTER-UAS.
       01  REGISTER-UAS-BARIS PIC X(80).
           COPY KRSFD.
           COPY MHSFD.
           COPY MKFD.
           COPY PRDFD.
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-JADWAL-UAS PIC XX VALUE '00'.
       77  FS-RUANG-UAS PIC XX VALUE '00'.
       77  FS-DAFTAR-DUDUK PIC XX VALUE '00'.
       77  FS-DAFTAR-TTD PIC XX VALUE '00'.
       77  FS-REGISTER-UAS PIC XX VALUE '00'.
       77  FS-KRS-FILE PIC XX VALUE '00'.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-MK-FILE PIC XX VALUE '00'.
       77  FS-PERIODE-FILE PIC XX VALUE '00'.
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
       77  WS-SEMESTER PIC X(5) VALUE SPACES.
       77  SW-MK-ADA PIC X VALUE 'N'.
           88 MK-TERBUKA VALUE 'Y'.
       77  SW-MHS-ADA PIC X VALUE 'N'.
           88 MHS-TERBUKA VALUE 'Y'.
       77  SW-BARIS-SAH PIC X VALUE 'Y'.
           88 BARIS-SAH VALUE 'Y'.
       77  WS-TOLAK-PESAN PIC X(30) VALUE SPACES.
       01  WS-TGL-PERIKSA.
           02 WS-TP-TAHUN PIC 9(4).
           02 WS-TP-BULAN PIC 9(2).
           02 WS-TP-HARI PIC 9(2).
      *    Scheduled exams, sorted by date, session and course.
       77  WS-JML-UJIAN PIC 9(3) VALUE 0.
       01  TABEL-UJIAN.
           02 ISI-UJIAN OCCURS 200 TIMES.
              03 TU-KUNCI.
                 04 TU-SLOT.
                    05 TU-TANGGAL PIC 9(8).
                    05 TU-SESI PIC 9(1).
                 04 TU-KODE-MK PIC X(6).
              03 TU-NAMA-MK PIC X(20).
              03 TU-PESERTA PIC 9(4).
              03 TU-LAYAK PIC 9(4).
              03 TU-TIDAK-LAYAK PIC 9(4).
              03 TU-DUDUK PIC 9(4).
              03 TU-TANPA-KURSI PIC 9(4).
              03 TU-JML-RUANG PIC 9(2).
       01  TUKAR-UJIAN.
           02 TX-KUNCI PIC X(15).
           02 TX-SISA PIC X(42).
      *    Exam rooms; TR-SLOT is the date and session the room was
      *    last given out for, so a room takes one course a session.
       77  WS-JML-RUANG PIC 9(2) VALUE 0.
       01  TABEL-RUANG.
           02 ISI-RUANG OCCURS 50 TIMES.
              03 TR-RUANG PIC X(6).
              03 TR-KAPASITAS PIC 9(3).
              03 TR-SLOT PIC 9(9).
      *    Enrolled students of the scheduled courses, in NPM order
      *    as KRSFILE delivers them.
       77  WS-JML-PESERTA PIC 9(4) VALUE 0.
       77  WS-MAKS-PESERTA PIC 9(4) VALUE 6000.
       77  WS-JML-LEWAT PIC 9(5) VALUE 0.
       01  TABEL-PESERTA.
           02 ISI-PESERTA OCCURS 6000 TIMES.
              03 TP-UJIAN PIC 9(3).
              03 TP-NPM PIC X(8).
              03 TP-LAYAK PIC X(1).
      *    The current student's exams, for the same-session check.
       77  WS-NPM-LALU PIC X(8) VALUE SPACES.
       77  WS-JML-SLOT-MHS PIC 9(2) VALUE 0.
       01  TABEL-SLOT-MHS.
           02 TS-UJIAN OCCURS 30 TIMES PIC 9(3).
       77  WS-HASIL-HADIR PIC X(1) VALUE SPACE.
           88 TIDAK-LAYAK-UAS VALUE 'N'.
       77  WS-PERSEN-HADIR PIC 9(3) VALUE 0.
       01  PESAN-TIDAK-LAYAK.
           02 FILLER PIC X(10) VALUE 'KEHADIRAN '.
           02 PTL-PERSEN PIC ZZ9.
           02 FILLER PIC X(23) VALUE '%, TIDAK DITEMPATKAN'.
       77  WS-SLOT PIC 9(9) VALUE 0.
       77  WS-SISA PIC 9(4) VALUE 0.
       77  WS-KURSI PIC 9(3) VALUE 0.
       77  WS-R-PAS PIC 9(2) VALUE 0.
       77  WS-R-BESAR PIC 9(2) VALUE 0.
       77  M PIC 9(3) VALUE 0.
       77  J PIC 9(3) VALUE 0.
       77  J1 PIC 9(3) VALUE 0.
       77  A PIC 9(2) VALUE 0.
       77  B PIC 9(2) VALUE 0.
       77  P PIC 9(4) VALUE 0.
       77  Q PIC 9(2) VALUE 0.
       77  R PIC 9(2) VALUE 0.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
       77  WS-JML-JADWAL-BACA PIC 9(5) VALUE 0.
       77  WS-JML-JADWAL-TOLAK PIC 9(5) VALUE 0.
       77  WS-JML-RUANG-BACA PIC 9(5) VALUE 0.
       77  WS-JML-RUANG-TOLAK PIC 9(5) VALUE 0.
       77  WS-JML-BENTROK PIC 9(5) VALUE 0.
       77  WS-JML-TIDAK-LAYAK PIC 9(5) VALUE 0.
       77  WS-JML-DUDUK PIC 9(5) VALUE 0.
       77  WS-JML-TANPA-KURSI PIC 9(5) VALUE 0.
       77  WS-JML-LEMBAR PIC 9(5) VALUE 0.
       01  JUDUL-DUDUK.
           02 FILLER PIC X(36)
              VALUE 'DAFTAR TEMPAT DUDUK UAS   SEMESTER '.
           02 JD-SEMESTER PIC X(5).
       01  JUDUL-TTD.
           02 FILLER PIC X(36)
              VALUE 'DAFTAR HADIR UAS          SEMESTER '.
           02 JT-SEMESTER PIC X(5).
       01  JUDUL-MK.
           02 FILLER PIC X(14) VALUE 'MATA KULIAH : '.
           02 JM-KODE-MK PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 JM-NAMA-MK PIC X(20).
       01  JUDUL-SLOT.
           02 FILLER PIC X(14) VALUE 'TANGGAL     : '.
           02 JS-TANGGAL PIC 9(8).
           02 FILLER PIC X(9) VALUE '   SESI '.
           02 JS-SESI PIC 9(1).
           02 FILLER PIC X(10) VALUE '   RUANG '.
           02 JS-RUANG PIC X(6).
           02 FILLER PIC X(12) VALUE '  KAPASITAS '.
           02 JS-KAPASITAS PIC ZZ9.
       01  KOLOM-DUDUK.
           02 FILLER PIC X(40)
              VALUE 'KURSI  NPM       NAMA'.
       01  KOLOM-TTD.
           02 FILLER PIC X(40)
              VALUE 'KURSI  NPM       NAMA'.
           02 FILLER PIC X(20) VALUE 'TANDA TANGAN'.
       01  BARIS-DUDUK.
           02 BD-KURSI PIC ZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 BD-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-NAMA PIC X(20).
           02 FILLER PIC X(3) VALUE SPACES.
           02 BD-TTD PIC X(20).
       01  BARIS-JML-RUANG.
           02 FILLER PIC X(27)
              VALUE 'JUMLAH PESERTA RUANG INI : '.
           02 BJR-JML PIC ZZ9.
       01  BARIS-PENGAWAS.
           02 FILLER PIC X(35)
              VALUE 'PENGAWAS : ______________________  '.
           02 FILLER PIC X(31)
              VALUE 'TANDA TANGAN : ________________'.
       01  BARIS-REGISTER.
           02 BR-JENIS PIC X(12).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BR-NPM PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BR-KODE-MK PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BR-TANGGAL PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BR-SESI PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-PESAN PIC X(39).
       01  PESAN-UJIAN.
           02 PU-DUDUK PIC ZZZ9.
           02 FILLER PIC X(7) VALUE ' DUDUK '.
           02 PU-RUANG PIC Z9.
           02 FILLER PIC X(7) VALUE ' RUANG '.
           02 PU-TIDAK-LAYAK PIC ZZZ9.
           02 FILLER PIC X(8) VALUE ' TDK LYK'.
           02 PU-TANPA-KURSI PIC ZZZ9.
           02 FILLER PIC X(3) VALUE ' TK'.
       01  BARIS-TOTAL.
           02 BTO-TEKS PIC X(30).
           02 BTO-JUMLAH PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           MOVE 'PENEMPATAN DUDUK UAS DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM AMBIL-SEMESTER-PERIODE.
           OPEN OUTPUT REGISTER-UAS.
           MOVE 'REGISTER PENEMPATAN DUDUK UAS' TO REGISTER-UAS-BARIS.
           WRITE REGISTER-UAS-BARIS.
           MOVE SPACES TO REGISTER-UAS-BARIS.
           WRITE REGISTER-UAS-BARIS.
           PERFORM MUAT-RUANG.
           PERFORM MUAT-JADWAL-UAS.
           IF WS-JML-UJIAN = 0 OR WS-JML-RUANG = 0
               DISPLAY 'JADWAL UAS ATAU RUANG UAS KOSONG, '
                   'PROGRAM BERHENTI'
               PERFORM TULIS-TOTAL
               CLOSE REGISTER-UAS
               MOVE 'PENEMPATAN UAS DIBATALKAN, INPUT' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               GOBACK
           END-IF.
           PERFORM URUT-LUAR VARYING M FROM 1 BY 1
               UNTIL M >= WS-JML-UJIAN.
           PERFORM MUAT-PESERTA.
           OPEN INPUT MHS-FILE.
           IF FS-MHS-FILE = '00'
               MOVE 'Y' TO SW-MHS-ADA
           ELSE
               DISPLAY 'REGISTRASI MHSFILE TIDAK TERBUKA, NAMA KOSONG'
           END-IF.
           OPEN OUTPUT DAFTAR-DUDUK.
           OPEN OUTPUT DAFTAR-TTD.
           MOVE WS-SEMESTER TO JD-SEMESTER.
           MOVE WS-SEMESTER TO JT-SEMESTER.
           PERFORM TEMPATKAN-UJIAN VARYING M FROM 1 BY 1
               UNTIL M > WS-JML-UJIAN.
           CLOSE DAFTAR-DUDUK.
           CLOSE DAFTAR-TTD.
           IF MHS-TERBUKA
               CLOSE MHS-FILE
           END-IF.
           PERFORM TULIS-TOTAL.
           CLOSE REGISTER-UAS.
           DISPLAY 'PENEMPATAN UAS SELESAI: ' WS-JML-DUDUK
               ' MAHASISWA DI ' WS-JML-LEMBAR ' RUANG, '
               WS-JML-BENTROK ' BENTROK SESI'.
           DISPLAY 'LIHAT FILE UASDUDUK, UASTTD DAN UASREG'.
           MOVE 'PENEMPATAN DUDUK UAS SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
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
               DISPLAY 'PERIODE TIDAK ADA, SEMUA KRS DIAMBIL'
           ELSE
               DISPLAY 'SEMESTER ' WS-SEMESTER ' DIAMBIL DARI PERIODE'
           END-IF.
       MUAT-RUANG.
           OPEN INPUT RUANG-UAS.
           IF FS-RUANG-UAS NOT = '00'
               DISPLAY 'UASRUANG TIDAK TERBUKA'
           ELSE
               PERFORM MUAT-RUANG-BARIS UNTIL FS-RUANG-UAS = '10'
               CLOSE RUANG-UAS
           END-IF.
       MUAT-RUANG-BARIS.
           READ RUANG-UAS
               AT END MOVE '10' TO FS-RUANG-UAS.
           IF FS-RUANG-UAS NOT = '10'
               ADD 1 TO WS-JML-RUANG-BACA
               MOVE 'Y' TO SW-BARIS-SAH
               PERFORM PERIKSA-RUANG
               IF BARIS-SAH
                   ADD 1 TO WS-JML-RUANG
                   MOVE RU-RUANG TO TR-RUANG(WS-JML-RUANG)
                   MOVE RU-KAPASITAS TO TR-KAPASITAS(WS-JML-RUANG)
                   MOVE 0 TO TR-SLOT(WS-JML-RUANG)
               ELSE
                   ADD 1 TO WS-JML-RUANG-TOLAK
                   MOVE SPACES TO BARIS-REGISTER
                   MOVE 'RUANG TOLAK' TO BR-JENIS
                   MOVE RU-RUANG TO BR-KODE-MK
                   MOVE WS-TOLAK-PESAN TO BR-PESAN
                   PERFORM TULIS-REGISTER
               END-IF
           END-IF.
       PERIKSA-RUANG.
           IF RU-RUANG = SPACES
               MOVE 'N' TO SW-BARIS-SAH
               MOVE 'KODE RUANG KOSONG' TO WS-TOLAK-PESAN
           END-IF.
           IF BARIS-SAH
               IF RU-KAPASITAS-X NOT NUMERIC
                   MOVE 'N' TO SW-BARIS-SAH
                   MOVE 'KAPASITAS BUKAN ANGKA' TO WS-TOLAK-PESAN
               ELSE
                   IF RU-KAPASITAS = 0
                       MOVE 'N' TO SW-BARIS-SAH
                       MOVE 'KAPASITAS NOL' TO WS-TOLAK-PESAN
                   END-IF
               END-IF
           END-IF.
           IF BARIS-SAH
               MOVE 'N' TO SW-KETEMU
               PERFORM CARI-RUANG-GANDA VARYING Q FROM 1 BY 1
                   UNTIL Q > WS-JML-RUANG OR KETEMU
               IF KETEMU
                   MOVE 'N' TO SW-BARIS-SAH
                   MOVE 'RUANG GANDA' TO WS-TOLAK-PESAN
               END-IF
           END-IF.
           IF BARIS-SAH AND WS-JML-RUANG >= 50
               MOVE 'N' TO SW-BARIS-SAH
               MOVE 'TABEL RUANG PENUH (50)' TO WS-TOLAK-PESAN
           END-IF.
       CARI-RUANG-GANDA.
           IF TR-RUANG(Q) = RU-RUANG
               MOVE 'Y' TO SW-KETEMU
           END-IF.
       MUAT-JADWAL-UAS.
           OPEN INPUT MK-FILE.
           IF FS-MK-FILE = '00'
               MOVE 'Y' TO SW-MK-ADA
           ELSE
               DISPLAY 'MKFILE TIDAK TERBUKA, KODE MK TIDAK DIPERIKSA'
           END-IF.
           OPEN INPUT JADWAL-UAS.
           IF FS-JADWAL-UAS NOT = '00'
               DISPLAY 'UASJDW TIDAK TERBUKA'
           ELSE
               PERFORM MUAT-JADWAL-BARIS UNTIL FS-JADWAL-UAS = '10'
               CLOSE JADWAL-UAS
           END-IF.
           IF MK-TERBUKA
               CLOSE MK-FILE
           END-IF.
       MUAT-JADWAL-BARIS.
           READ JADWAL-UAS
               AT END MOVE '10' TO FS-JADWAL-UAS.
           IF FS-JADWAL-UAS NOT = '10'
               ADD 1 TO WS-JML-JADWAL-BACA
               MOVE 'Y' TO SW-BARIS-SAH
               MOVE SPACES TO MK-NAMA
               PERFORM PERIKSA-JADWAL
               IF BARIS-SAH
                   ADD 1 TO WS-JML-UJIAN
                   MOVE JU-TANGGAL TO TU-TANGGAL(WS-JML-UJIAN)
                   MOVE JU-SESI TO TU-SESI(WS-JML-UJIAN)
                   MOVE JU-KODE-MK TO TU-KODE-MK(WS-JML-UJIAN)
                   MOVE MK-NAMA TO TU-NAMA-MK(WS-JML-UJIAN)
                   MOVE 0 TO TU-PESERTA(WS-JML-UJIAN)
                   MOVE 0 TO TU-LAYAK(WS-JML-UJIAN)
                   MOVE 0 TO TU-TIDAK-LAYAK(WS-JML-UJIAN)
                   MOVE 0 TO TU-DUDUK(WS-JML-UJIAN)
                   MOVE 0 TO TU-TANPA-KURSI(WS-JML-UJIAN)
                   MOVE 0 TO TU-JML-RUANG(WS-JML-UJIAN)
               ELSE
                   ADD 1 TO WS-JML-JADWAL-TOLAK
                   MOVE SPACES TO BARIS-REGISTER
                   MOVE 'JADWAL TOLAK' TO BR-JENIS
                   MOVE JU-KODE-MK TO BR-KODE-MK
                   MOVE JU-TANGGAL-X TO BR-TANGGAL
                   MOVE JU-SESI-X TO BR-SESI
                   MOVE WS-TOLAK-PESAN TO BR-PESAN
                   PERFORM TULIS-REGISTER
               END-IF
           END-IF.
       PERIKSA-JADWAL.
           IF JU-KODE-MK = SPACES
               MOVE 'N' TO SW-BARIS-SAH
               MOVE 'KODE MK KOSONG' TO WS-TOLAK-PESAN
           END-IF.
           IF BARIS-SAH
               IF JU-TANGGAL-X NOT NUMERIC
                   MOVE 'N' TO SW-BARIS-SAH
                   MOVE 'TANGGAL BUKAN ANGKA' TO WS-TOLAK-PESAN
               ELSE
                   MOVE JU-TANGGAL TO WS-TGL-PERIKSA
                   IF WS-TP-BULAN < 1 OR WS-TP-BULAN > 12
                       OR WS-TP-HARI < 1 OR WS-TP-HARI > 31
                       MOVE 'N' TO SW-BARIS-SAH
                       MOVE 'TANGGAL TIDAK SAH' TO WS-TOLAK-PESAN
                   END-IF
               END-IF
           END-IF.
           IF BARIS-SAH
               IF JU-SESI-X NOT NUMERIC OR JU-SESI = 0
                   MOVE 'N' TO SW-BARIS-SAH
                   MOVE 'SESI HARUS 1 - 9' TO WS-TOLAK-PESAN
               END-IF
           END-IF.
           IF BARIS-SAH AND MK-TERBUKA
               MOVE JU-KODE-MK TO MK-KODE
               READ MK-FILE RECORD KEY IS MK-KODE
                   INVALID KEY
                       MOVE 'N' TO SW-BARIS-SAH
                       MOVE 'KODE MK TIDAK ADA DI MKFILE'
                           TO WS-TOLAK-PESAN
               END-READ
           END-IF.
           IF BARIS-SAH
               MOVE 'N' TO SW-KETEMU
               PERFORM CARI-JADWAL-GANDA VARYING J FROM 1 BY 1
                   UNTIL J > WS-JML-UJIAN OR KETEMU
               IF KETEMU
                   MOVE 'N' TO SW-BARIS-SAH
                   MOVE 'MK SUDAH DIJADWALKAN' TO WS-TOLAK-PESAN
               END-IF
           END-IF.
           IF BARIS-SAH AND WS-JML-UJIAN >= 200
               MOVE 'N' TO SW-BARIS-SAH
               MOVE 'TABEL JADWAL PENUH (200)' TO WS-TOLAK-PESAN
           END-IF.
       CARI-JADWAL-GANDA.
           IF TU-KODE-MK(J) = JU-KODE-MK
               MOVE 'Y' TO SW-KETEMU
           END-IF.
       URUT-LUAR.
           PERFORM URUT-DALAM VARYING J FROM 1 BY 1
               UNTIL J > WS-JML-UJIAN - M.
       URUT-DALAM.
           COMPUTE J1 = J + 1.
           IF TU-KUNCI(J) > TU-KUNCI(J1)
               MOVE ISI-UJIAN(J) TO TUKAR-UJIAN
               MOVE ISI-UJIAN(J1) TO ISI-UJIAN(J)
               MOVE TUKAR-UJIAN TO ISI-UJIAN(J1)
           END-IF.
       MUAT-PESERTA.
      *    One pass over KRSFILE in NPM order: each enrollment in a
      *    scheduled course is kept for seating, checked against the
      *    UAS attendance rule, and the student's exams are compared
      *    for two in one date and session when the NPM changes.
           MOVE SPACES TO WS-NPM-LALU.
           MOVE 0 TO WS-JML-SLOT-MHS.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE NOT = '00'
               DISPLAY 'KRSFILE TIDAK TERBUKA, TIDAK ADA PESERTA'
           ELSE
               PERFORM MUAT-PESERTA-BARIS UNTIL FS-KRS-FILE = '10'
               PERFORM PERIKSA-BENTROK
               CLOSE KRS-FILE
           END-IF.
           IF WS-JML-LEWAT > 0
               DISPLAY 'TABEL PESERTA PENUH (' WS-MAKS-PESERTA '), '
                   WS-JML-LEWAT ' KRS TIDAK DITEMPATKAN'
           END-IF.
       MUAT-PESERTA-BARIS.
           READ KRS-FILE NEXT RECORD
               AT END MOVE '10' TO FS-KRS-FILE.
           IF FS-KRS-FILE NOT = '10'
               AND (WS-SEMESTER = SPACES
                   OR KRS-SEMESTER = WS-SEMESTER)
               MOVE 'N' TO SW-KETEMU
               PERFORM CARI-UJIAN VARYING J FROM 1 BY 1
                   UNTIL J > WS-JML-UJIAN OR KETEMU
               IF KETEMU
                   SUBTRACT 1 FROM J
                   PERFORM TAMBAH-PESERTA
               END-IF
           END-IF.
       CARI-UJIAN.
           IF TU-KODE-MK(J) = KRS-KODE-MK
               MOVE 'Y' TO SW-KETEMU
           END-IF.
       TAMBAH-PESERTA.
           IF KRS-NPM NOT = WS-NPM-LALU
               PERFORM PERIKSA-BENTROK
               MOVE KRS-NPM TO WS-NPM-LALU
               MOVE 0 TO WS-JML-SLOT-MHS
           END-IF.
           IF WS-JML-SLOT-MHS < 30
               ADD 1 TO WS-JML-SLOT-MHS
               MOVE J TO TS-UJIAN(WS-JML-SLOT-MHS)
           END-IF.
           ADD 1 TO TU-PESERTA(J).
           CALL 'HADCEK1' USING KRS-NPM, KRS-KODE-MK,
               WS-HASIL-HADIR, WS-PERSEN-HADIR.
           IF TIDAK-LAYAK-UAS
               ADD 1 TO WS-JML-TIDAK-LAYAK
               ADD 1 TO TU-TIDAK-LAYAK(J)
               MOVE SPACES TO BARIS-REGISTER
               MOVE 'TIDAK LAYAK' TO BR-JENIS
               MOVE KRS-NPM TO BR-NPM
               MOVE KRS-KODE-MK TO BR-KODE-MK
               MOVE TU-TANGGAL(J) TO BR-TANGGAL
               MOVE TU-SESI(J) TO BR-SESI
               MOVE WS-PERSEN-HADIR TO PTL-PERSEN
               MOVE PESAN-TIDAK-LAYAK TO BR-PESAN
               PERFORM TULIS-REGISTER
           ELSE
               ADD 1 TO TU-LAYAK(J)
           END-IF.
           IF WS-JML-PESERTA < WS-MAKS-PESERTA
               ADD 1 TO WS-JML-PESERTA
               MOVE J TO TP-UJIAN(WS-JML-PESERTA)
               MOVE KRS-NPM TO TP-NPM(WS-JML-PESERTA)
               IF TIDAK-LAYAK-UAS
                   MOVE 'N' TO TP-LAYAK(WS-JML-PESERTA)
               ELSE
                   MOVE 'Y' TO TP-LAYAK(WS-JML-PESERTA)
               END-IF
           ELSE
               ADD 1 TO WS-JML-LEWAT
               IF NOT TIDAK-LAYAK-UAS
                   SUBTRACT 1 FROM TU-LAYAK(J)
                   ADD 1 TO TU-TANPA-KURSI(J)
               END-IF
           END-IF.
       PERIKSA-BENTROK.
           IF WS-JML-SLOT-MHS > 1
               PERFORM BANDING-SLOT VARYING A FROM 1 BY 1
                   UNTIL A > WS-JML-SLOT-MHS
                   AFTER B FROM 1 BY 1
                   UNTIL B > WS-JML-SLOT-MHS
           END-IF.
       BANDING-SLOT.
           IF B > A
               AND TU-SLOT(TS-UJIAN(A)) = TU-SLOT(TS-UJIAN(B))
               ADD 1 TO WS-JML-BENTROK
               MOVE SPACES TO BARIS-REGISTER
               MOVE 'BENTROK SESI' TO BR-JENIS
               MOVE WS-NPM-LALU TO BR-NPM
               MOVE TU-KODE-MK(TS-UJIAN(A)) TO BR-KODE-MK
               MOVE TU-TANGGAL(TS-UJIAN(A)) TO BR-TANGGAL
               MOVE TU-SESI(TS-UJIAN(A)) TO BR-SESI
               STRING 'UJIAN SESI SAMA DENGAN ' DELIMITED BY SIZE
                   TU-KODE-MK(TS-UJIAN(B)) DELIMITED BY SIZE
                   INTO BR-PESAN
               PERFORM TULIS-REGISTER
           END-IF.
       TEMPATKAN-UJIAN.
           MOVE TU-SLOT(M) TO WS-SLOT.
           MOVE TU-LAYAK(M) TO WS-SISA.
           MOVE 0 TO R.
           MOVE 0 TO WS-KURSI.
           PERFORM DUDUKKAN VARYING P FROM 1 BY 1
               UNTIL P > WS-JML-PESERTA.
           IF R > 0
               PERFORM TUTUP-RUANG
           END-IF.
           MOVE SPACES TO BARIS-REGISTER.
           MOVE 'UJIAN' TO BR-JENIS.
           MOVE TU-KODE-MK(M) TO BR-KODE-MK.
           MOVE TU-TANGGAL(M) TO BR-TANGGAL.
           MOVE TU-SESI(M) TO BR-SESI.
           MOVE TU-DUDUK(M) TO PU-DUDUK.
           MOVE TU-JML-RUANG(M) TO PU-RUANG.
           MOVE TU-TIDAK-LAYAK(M) TO PU-TIDAK-LAYAK.
           MOVE TU-TANPA-KURSI(M) TO PU-TANPA-KURSI.
           IF TU-PESERTA(M) = 0
               MOVE 'TIDAK ADA PESERTA KRS' TO BR-PESAN
           ELSE
               MOVE PESAN-UJIAN TO BR-PESAN
           END-IF.
           PERFORM TULIS-REGISTER.
       DUDUKKAN.
           IF TP-UJIAN(P) = M AND TP-LAYAK(P) = 'Y'
               IF R = 0
                   PERFORM PILIH-RUANG
               ELSE
                   IF WS-KURSI >= TR-KAPASITAS(R)
                       PERFORM TUTUP-RUANG
                       PERFORM PILIH-RUANG
                   END-IF
               END-IF
               IF R = 0
                   PERFORM TANPA-KURSI
               ELSE
                   ADD 1 TO WS-KURSI
                   PERFORM TULIS-KURSI
               END-IF
               SUBTRACT 1 FROM WS-SISA
           END-IF.
       PILIH-RUANG.
      *    Smallest free room that seats everyone still waiting;
      *    failing that the largest free room, and the rest go on
      *    to the next one.
           MOVE 0 TO R.
           MOVE 0 TO WS-R-PAS.
           MOVE 0 TO WS-R-BESAR.
           PERFORM NILAI-RUANG VARYING Q FROM 1 BY 1
               UNTIL Q > WS-JML-RUANG.
           IF WS-R-PAS > 0
               MOVE WS-R-PAS TO R
           ELSE
               MOVE WS-R-BESAR TO R
           END-IF.
           IF R > 0
               MOVE WS-SLOT TO TR-SLOT(R)
               MOVE 0 TO WS-KURSI
               ADD 1 TO TU-JML-RUANG(M)
               ADD 1 TO WS-JML-LEMBAR
               PERFORM BUKA-RUANG
           END-IF.
       NILAI-RUANG.
           IF TR-SLOT(Q) NOT = WS-SLOT
               IF TR-KAPASITAS(Q) NOT < WS-SISA
                   IF WS-R-PAS = 0
                       MOVE Q TO WS-R-PAS
                   ELSE
                       IF TR-KAPASITAS(Q) < TR-KAPASITAS(WS-R-PAS)
                           MOVE Q TO WS-R-PAS
                       END-IF
                   END-IF
               END-IF
               IF WS-R-BESAR = 0
                   MOVE Q TO WS-R-BESAR
               ELSE
                   IF TR-KAPASITAS(Q) > TR-KAPASITAS(WS-R-BESAR)
                       MOVE Q TO WS-R-BESAR
                   END-IF
               END-IF
           END-IF.
       BUKA-RUANG.
           MOVE TU-KODE-MK(M) TO JM-KODE-MK.
           MOVE TU-NAMA-MK(M) TO JM-NAMA-MK.
           MOVE TU-TANGGAL(M) TO JS-TANGGAL.
           MOVE TU-SESI(M) TO JS-SESI.
           MOVE TR-RUANG(R) TO JS-RUANG.
           MOVE TR-KAPASITAS(R) TO JS-KAPASITAS.
           MOVE JUDUL-DUDUK TO DAFTAR-DUDUK-BARIS.
           WRITE DAFTAR-DUDUK-BARIS.
           MOVE JUDUL-MK TO DAFTAR-DUDUK-BARIS.
           WRITE DAFTAR-DUDUK-BARIS.
           MOVE JUDUL-SLOT TO DAFTAR-DUDUK-BARIS.
           WRITE DAFTAR-DUDUK-BARIS.
           MOVE KOLOM-DUDUK TO DAFTAR-DUDUK-BARIS.
           WRITE DAFTAR-DUDUK-BARIS.
           MOVE JUDUL-TTD TO DAFTAR-TTD-BARIS.
           WRITE DAFTAR-TTD-BARIS.
           MOVE JUDUL-MK TO DAFTAR-TTD-BARIS.
           WRITE DAFTAR-TTD-BARIS.
           MOVE JUDUL-SLOT TO DAFTAR-TTD-BARIS.
           WRITE DAFTAR-TTD-BARIS.
           MOVE KOLOM-TTD TO DAFTAR-TTD-BARIS.
           WRITE DAFTAR-TTD-BARIS.
       TULIS-KURSI.
           MOVE TP-NPM(P) TO BD-NPM.
           MOVE SPACES TO BD-NAMA.
           IF MHS-TERBUKA
               MOVE TP-NPM(P) TO MHS-NPM
               READ MHS-FILE RECORD KEY IS MHS-NPM
                   INVALID KEY
                       MOVE '(TIDAK ADA DI MHSFILE)' TO BD-NAMA
                   NOT INVALID KEY
                       MOVE MHS-NAMA TO BD-NAMA
               END-READ
           END-IF.
           MOVE WS-KURSI TO BD-KURSI.
           MOVE SPACES TO BD-TTD.
           MOVE BARIS-DUDUK TO DAFTAR-DUDUK-BARIS.
           WRITE DAFTAR-DUDUK-BARIS.
      *    Signature column: a ruled blank, every other line set in
      *    a little so neighbouring signatures are told apart.
           IF WS-KURSI = (WS-KURSI / 2) * 2
               MOVE '    ________________' TO BD-TTD
           ELSE
               MOVE '________________' TO BD-TTD
           END-IF.
           MOVE BARIS-DUDUK TO DAFTAR-TTD-BARIS.
           WRITE DAFTAR-TTD-BARIS.
           ADD 1 TO TU-DUDUK(M).
           ADD 1 TO WS-JML-DUDUK.
       TUTUP-RUANG.
           MOVE WS-KURSI TO BJR-JML.
           MOVE SPACES TO DAFTAR-DUDUK-BARIS.
           WRITE DAFTAR-DUDUK-BARIS.
           MOVE BARIS-JML-RUANG TO DAFTAR-DUDUK-BARIS.
           WRITE DAFTAR-DUDUK-BARIS.
           MOVE SPACES TO DAFTAR-DUDUK-BARIS.
           WRITE DAFTAR-DUDUK-BARIS.
           WRITE DAFTAR-DUDUK-BARIS.
           MOVE SPACES TO DAFTAR-TTD-BARIS.
           WRITE DAFTAR-TTD-BARIS.
           MOVE BARIS-JML-RUANG TO DAFTAR-TTD-BARIS.
           WRITE DAFTAR-TTD-BARIS.
           MOVE SPACES TO DAFTAR-TTD-BARIS.
           WRITE DAFTAR-TTD-BARIS.
           MOVE BARIS-PENGAWAS TO DAFTAR-TTD-BARIS.
           WRITE DAFTAR-TTD-BARIS.
           MOVE SPACES TO DAFTAR-TTD-BARIS.
           WRITE DAFTAR-TTD-BARIS.
           WRITE DAFTAR-TTD-BARIS.
       TANPA-KURSI.
           ADD 1 TO TU-TANPA-KURSI(M).
           ADD 1 TO WS-JML-TANPA-KURSI.
           MOVE SPACES TO BARIS-REGISTER.
           MOVE 'TANPA KURSI' TO BR-JENIS.
           MOVE TP-NPM(P) TO BR-NPM.
           MOVE TU-KODE-MK(M) TO BR-KODE-MK.
           MOVE TU-TANGGAL(M) TO BR-TANGGAL.
           MOVE TU-SESI(M) TO BR-SESI.
           MOVE 'RUANG SESI INI HABIS' TO BR-PESAN.
           PERFORM TULIS-REGISTER.
       TULIS-REGISTER.
           MOVE BARIS-REGISTER TO REGISTER-UAS-BARIS.
           WRITE REGISTER-UAS-BARIS.
       TULIS-TOTAL.
           MOVE SPACES TO REGISTER-UAS-BARIS.
           WRITE REGISTER-UAS-BARIS.
           MOVE 'BARIS JADWAL DIBACA          :' TO BTO-TEKS.
           MOVE WS-JML-JADWAL-BACA TO BTO-JUMLAH.
           PERFORM TULIS-BARIS-TOTAL.
           MOVE 'BARIS JADWAL DITOLAK         :' TO BTO-TEKS.
           MOVE WS-JML-JADWAL-TOLAK TO BTO-JUMLAH.
           PERFORM TULIS-BARIS-TOTAL.
           MOVE 'BARIS RUANG DIBACA           :' TO BTO-TEKS.
           MOVE WS-JML-RUANG-BACA TO BTO-JUMLAH.
           PERFORM TULIS-BARIS-TOTAL.
           MOVE 'BARIS RUANG DITOLAK          :' TO BTO-TEKS.
           MOVE WS-JML-RUANG-TOLAK TO BTO-JUMLAH.
           PERFORM TULIS-BARIS-TOTAL.
           MOVE 'MAHASISWA DITEMPATKAN        :' TO BTO-TEKS.
           MOVE WS-JML-DUDUK TO BTO-JUMLAH.
           PERFORM TULIS-BARIS-TOTAL.
           MOVE 'LEMBAR RUANG DICETAK         :' TO BTO-TEKS.
           MOVE WS-JML-LEMBAR TO BTO-JUMLAH.
           PERFORM TULIS-BARIS-TOTAL.
           MOVE 'TIDAK LAYAK UAS (KEHADIRAN)  :' TO BTO-TEKS.
           MOVE WS-JML-TIDAK-LAYAK TO BTO-JUMLAH.
           PERFORM TULIS-BARIS-TOTAL.
           MOVE 'TANPA KURSI (RUANG HABIS)    :' TO BTO-TEKS.
           MOVE WS-JML-TANPA-KURSI TO BTO-JUMLAH.
           PERFORM TULIS-BARIS-TOTAL.
           MOVE 'BENTROK DUA UJIAN SATU SESI  :' TO BTO-TEKS.
           MOVE WS-JML-BENTROK TO BTO-JUMLAH.
           PERFORM TULIS-BARIS-TOTAL.
           IF WS-JML-LEWAT > 0
               MOVE 'KRS TIDAK MUAT DI TABEL      :' TO BTO-TEKS
               MOVE WS-JML-LEWAT TO BTO-JUMLAH
               PERFORM TULIS-BARIS-TOTAL
           END-IF.
       TULIS-BARIS-TOTAL.
           MOVE BARIS-TOTAL TO REGISTER-UAS-BARIS.
           WRITE REGISTER-UAS-BARIS.
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
           MOVE 'UASDUD1' TO AUD-PROGRAM.
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
       END PROGRAM UASDUD1.
