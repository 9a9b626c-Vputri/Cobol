      ******************************************************************
      * Author:
      * Date:
      * Purpose: Room-utilisation report for the facilities office.
      *          Loads every JADWAL section, counts the seats taken
      *          in each from KRSFILE for the PERIODE semester, and
      *          writes RUANGRPT grouped by room in weekly order:
      *          one line per section with its hours, capacity and
      *          seats filled, then per room the hours booked in the
      *          week, the share of the teaching week that is, and
      *          the seat fill. Without PERIODE every enrollment on
      *          KRSFILE is counted. Read-only; the run is logged to
      *          AUDITLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUANLAP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY JDWSEL.
           COPY KRSSEL.
           COPY PRDSEL.
           SELECT LAPORAN-RUANG ASSIGN TO "RUANGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-RUANG.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY JDWFD.
           COPY KRSFD.
           COPY PRDFD.
       FD  LAPORAN-RUANG.
       01  LAPORAN-RUANG-BARIS PIC X(80).
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-JADWAL-FILE PIC XX VALUE '00'.
       77  FS-KRS-FILE PIC XX VALUE '00'.
       77  FS-PERIODE-FILE PIC XX VALUE '00'.
       77  FS-LAPORAN-RUANG PIC XX VALUE '00'.
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
      *    Teaching hours a room is available in a week (six days,
      *    07:00 - 17:00); the utilisation share is measured on it.
       77  WS-JAM-TERSEDIA PIC 9(3) VALUE 60.
       77  WS-JML-KELAS PIC 9(3) VALUE 0.
       77  SW-KELAS-PENUH PIC X VALUE 'N'.
       01  TABEL-KELAS.
           02 ISI-KELAS OCCURS 500 TIMES.
              03 TK-KUNCI.
                 04 TK-RUANG PIC X(6).
                 04 TK-HARI PIC 9(1).
                 04 TK-MULAI PIC 9(4).
              03 TK-SELESAI PIC 9(4).
              03 TK-KODE-MK PIC X(6).
              03 TK-KELAS PIC X(2).
              03 TK-KAPASITAS PIC 9(3).
              03 TK-TERISI PIC 9(4).
       01  TUKAR-KELAS.
           02 TU-KUNCI PIC X(11).
           02 TU-SISA PIC X(19).
       77  M PIC 9(3) VALUE 0.
       77  J PIC 9(3) VALUE 0.
       77  J1 PIC 9(3) VALUE 0.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
       77  WS-JML-KRS PIC 9(5) VALUE 0.
       77  WS-JML-TANPA-KELAS PIC 9(5) VALUE 0.
       77  WS-RUANG-AKTIF PIC X(6) VALUE SPACES.
       77  WS-JML-RUANG PIC 9(3) VALUE 0.
       77  WS-MENIT-KELAS PIC 9(4) VALUE 0.
       77  WS-MENIT-RUANG PIC 9(5) VALUE 0.
       77  WS-KURSI-RUANG PIC 9(5) VALUE 0.
       77  WS-TERISI-RUANG PIC 9(5) VALUE 0.
       77  WS-KELAS-RUANG PIC 9(3) VALUE 0.
       77  WS-JAM-RUANG PIC 9(3)V99 VALUE 0.
       77  WS-PERSEN PIC 9(3)V9 VALUE 0.
       01  WS-WAKTU PIC 9(4) VALUE 0.
       01  WS-WAKTU-R REDEFINES WS-WAKTU.
           02 WS-WAKTU-JAM PIC 99.
           02 WS-WAKTU-MENIT PIC 99.
       77  WS-MENIT-MULAI PIC 9(4) VALUE 0.
       77  WS-MENIT-SELESAI PIC 9(4) VALUE 0.
       01  TABEL-NAMA-HARI.
           02 FILLER PIC X(6) VALUE 'SENIN '.
           02 FILLER PIC X(6) VALUE 'SELASA'.
           02 FILLER PIC X(6) VALUE 'RABU  '.
           02 FILLER PIC X(6) VALUE 'KAMIS '.
           02 FILLER PIC X(6) VALUE 'JUMAT '.
           02 FILLER PIC X(6) VALUE 'SABTU '.
       01  TABEL-NAMA-HARI-R REDEFINES TABEL-NAMA-HARI.
           02 NAMA-HARI OCCURS 6 TIMES PIC X(6).
       01  JUDUL-RUANG.
           02 FILLER PIC X(30)
              VALUE 'PEMAKAIAN RUANG   SEMESTER    '.
           02 JR-SEMESTER PIC X(5).
           02 FILLER PIC X(11) VALUE '    RUN-ID '.
           02 JR-RUN-ID PIC X(12).
       01  JUDUL-KOLOM.
           02 FILLER PIC X(30)
              VALUE 'RUANG   HARI    JAM          K'.
           02 FILLER PIC X(30)
              VALUE 'ODEMK  KL  KAP  ISI    ISI%   '.
       01  BARIS-KELAS.
           02 BK-RUANG PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-HARI PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-MULAI PIC 99B99.
           02 FILLER PIC X(1) VALUE '-'.
           02 BK-SELESAI PIC 99B99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-KODE-MK PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-KELAS PIC X(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-KAPASITAS PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-TERISI PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-PERSEN PIC ZZ9.9.
       01  BARIS-RUANG.
           02 FILLER PIC X(8) VALUE SPACES.
           02 BR-TEKS PIC X(16).
           02 BR-KELAS PIC ZZ9.
           02 FILLER PIC X(9) VALUE ' KELAS   '.
           02 BR-JAM PIC ZZ9.99.
           02 FILLER PIC X(6) VALUE ' JAM ('.
           02 BR-PAKAI PIC ZZ9.9.
           02 FILLER PIC X(14) VALUE '%)  KURSI ISI '.
           02 BR-ISI PIC ZZ9.9.
           02 FILLER PIC X(1) VALUE '%'.
       01  BARIS-TOTAL.
           02 BTO-TEKS PIC X(26).
           02 BTO-JUMLAH PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           MOVE 'LAPORAN PEMAKAIAN RUANG DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM AMBIL-SEMESTER-PERIODE.
           PERFORM MUAT-JADWAL.
           IF WS-JML-KELAS = 0
               DISPLAY 'JADWAL KOSONG, TIDAK ADA DATA'
               MOVE 'LAPORAN RUANG DIBATALKAN, JADWAL' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               GOBACK
           END-IF.
           PERFORM HITUNG-TERISI.
           PERFORM URUT-KELAS.
           OPEN OUTPUT LAPORAN-RUANG.
           MOVE WS-SEMESTER TO JR-SEMESTER.
           MOVE WS-RUN-ID TO JR-RUN-ID.
           MOVE JUDUL-RUANG TO LAPORAN-RUANG-BARIS.
           WRITE LAPORAN-RUANG-BARIS.
           MOVE JUDUL-KOLOM TO LAPORAN-RUANG-BARIS.
           WRITE LAPORAN-RUANG-BARIS.
           MOVE SPACES TO WS-RUANG-AKTIF.
           MOVE 0 TO WS-JML-RUANG.
           PERFORM TULIS-KELAS VARYING M FROM 1 BY 1
               UNTIL M > WS-JML-KELAS.
           PERFORM TULIS-SUBTOTAL-RUANG.
           PERFORM TULIS-TOTAL.
           CLOSE LAPORAN-RUANG.
           DISPLAY 'LAPORAN SELESAI: ' WS-JML-RUANG ' RUANG, '
               WS-JML-KELAS ' KELAS, LIHAT FILE RUANGRPT'.
           MOVE 'LAPORAN PEMAKAIAN RUANG SELESAI' TO WS-AUDIT-AKSI.
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
               DISPLAY 'PERIODE TIDAK ADA, SEMUA KRS DIHITUNG'
           ELSE
               DISPLAY 'SEMESTER ' WS-SEMESTER ' DIAMBIL DARI PERIODE'
           END-IF.
       MUAT-JADWAL.
           MOVE 0 TO WS-JML-KELAS.
           OPEN INPUT JADWAL-FILE.
           IF FS-JADWAL-FILE = '00'
               PERFORM MUAT-JADWAL-BARIS UNTIL FS-JADWAL-FILE = '10'
               CLOSE JADWAL-FILE
           END-IF.
       MUAT-JADWAL-BARIS.
           READ JADWAL-FILE NEXT RECORD
               AT END MOVE '10' TO FS-JADWAL-FILE.
           IF FS-JADWAL-FILE NOT = '10'
               IF WS-JML-KELAS < 500
                   ADD 1 TO WS-JML-KELAS
                   MOVE JDW-RUANG TO TK-RUANG(WS-JML-KELAS)
                   MOVE JDW-HARI TO TK-HARI(WS-JML-KELAS)
                   MOVE JDW-MULAI TO TK-MULAI(WS-JML-KELAS)
                   MOVE JDW-SELESAI TO TK-SELESAI(WS-JML-KELAS)
                   MOVE JDW-KODE-MK TO TK-KODE-MK(WS-JML-KELAS)
                   MOVE JDW-KELAS TO TK-KELAS(WS-JML-KELAS)
                   MOVE JDW-KAPASITAS TO TK-KAPASITAS(WS-JML-KELAS)
                   MOVE 0 TO TK-TERISI(WS-JML-KELAS)
               ELSE
                   IF SW-KELAS-PENUH = 'N'
                       MOVE 'Y' TO SW-KELAS-PENUH
                       DISPLAY 'TABEL JADWAL PENUH (500), '
                           'SISA DILEWATI'
                   END-IF
               END-IF
           END-IF.
       HITUNG-TERISI.
           MOVE 0 TO WS-JML-KRS.
           MOVE 0 TO WS-JML-TANPA-KELAS.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE = '00'
               PERFORM HITUNG-TERISI-BARIS UNTIL FS-KRS-FILE = '10'
               CLOSE KRS-FILE
           ELSE
               DISPLAY 'KRSFILE TIDAK TERBUKA, SEMUA KELAS KOSONG'
           END-IF.
       HITUNG-TERISI-BARIS.
           READ KRS-FILE NEXT RECORD
               AT END MOVE '10' TO FS-KRS-FILE.
           IF FS-KRS-FILE NOT = '10'
               AND (WS-SEMESTER = SPACES
                   OR KRS-SEMESTER = WS-SEMESTER)
               ADD 1 TO WS-JML-KRS
               IF KRS-KELAS = SPACES
                   ADD 1 TO WS-JML-TANPA-KELAS
               ELSE
                   MOVE 'N' TO SW-KETEMU
                   PERFORM CARI-KELAS VARYING J FROM 1 BY 1
                       UNTIL J > WS-JML-KELAS OR KETEMU
               END-IF
           END-IF.
       CARI-KELAS.
           IF TK-KODE-MK(J) = KRS-KODE-MK
               AND TK-KELAS(J) = KRS-KELAS
               MOVE 'Y' TO SW-KETEMU
               ADD 1 TO TK-TERISI(J)
           END-IF.
       URUT-KELAS.
      *    Bubble sort on room + day + start time, as SLIPNL1 orders
      *    its slips.
           IF WS-JML-KELAS > 1
               PERFORM URUT-LUAR VARYING M FROM 1 BY 1
                   UNTIL M >= WS-JML-KELAS
           END-IF.
       URUT-LUAR.
           PERFORM URUT-DALAM VARYING J FROM 1 BY 1
               UNTIL J > WS-JML-KELAS - M.
       URUT-DALAM.
           COMPUTE J1 = J + 1.
           IF TK-KUNCI(J) > TK-KUNCI(J1)
               MOVE ISI-KELAS(J) TO TUKAR-KELAS
               MOVE ISI-KELAS(J1) TO ISI-KELAS(J)
               MOVE TUKAR-KELAS TO ISI-KELAS(J1)
           END-IF.
       TULIS-KELAS.
           IF TK-RUANG(M) NOT = WS-RUANG-AKTIF
               IF WS-RUANG-AKTIF NOT = SPACES
                   PERFORM TULIS-SUBTOTAL-RUANG
               END-IF
               MOVE TK-RUANG(M) TO WS-RUANG-AKTIF
               ADD 1 TO WS-JML-RUANG
               MOVE 0 TO WS-MENIT-RUANG
               MOVE 0 TO WS-KURSI-RUANG
               MOVE 0 TO WS-TERISI-RUANG
               MOVE 0 TO WS-KELAS-RUANG
           END-IF.
           MOVE TK-MULAI(M) TO WS-WAKTU.
           COMPUTE WS-MENIT-MULAI = WS-WAKTU-JAM * 60 + WS-WAKTU-MENIT.
           MOVE TK-SELESAI(M) TO WS-WAKTU.
           COMPUTE WS-MENIT-SELESAI =
               WS-WAKTU-JAM * 60 + WS-WAKTU-MENIT.
           COMPUTE WS-MENIT-KELAS = WS-MENIT-SELESAI - WS-MENIT-MULAI.
           ADD WS-MENIT-KELAS TO WS-MENIT-RUANG.
           ADD TK-KAPASITAS(M) TO WS-KURSI-RUANG.
           ADD TK-TERISI(M) TO WS-TERISI-RUANG.
           ADD 1 TO WS-KELAS-RUANG.
           MOVE TK-RUANG(M) TO BK-RUANG.
           MOVE SPACES TO BK-HARI.
           IF TK-HARI(M) >= 1 AND TK-HARI(M) <= 6
               MOVE NAMA-HARI(TK-HARI(M)) TO BK-HARI
           END-IF.
           MOVE TK-MULAI(M) TO BK-MULAI.
           MOVE TK-SELESAI(M) TO BK-SELESAI.
           INSPECT BK-MULAI REPLACING ALL ' ' BY ':'.
           INSPECT BK-SELESAI REPLACING ALL ' ' BY ':'.
           MOVE TK-KODE-MK(M) TO BK-KODE-MK.
           MOVE TK-KELAS(M) TO BK-KELAS.
           MOVE TK-KAPASITAS(M) TO BK-KAPASITAS.
           MOVE TK-TERISI(M) TO BK-TERISI.
           IF TK-KAPASITAS(M) > 0
               COMPUTE WS-PERSEN ROUNDED =
                   TK-TERISI(M) * 100 / TK-KAPASITAS(M)
           ELSE
               MOVE 0 TO WS-PERSEN
           END-IF.
           MOVE WS-PERSEN TO BK-PERSEN.
           MOVE BARIS-KELAS TO LAPORAN-RUANG-BARIS.
           WRITE LAPORAN-RUANG-BARIS.
       TULIS-SUBTOTAL-RUANG.
           MOVE 'TOTAL RUANG    :' TO BR-TEKS.
           MOVE WS-KELAS-RUANG TO BR-KELAS.
           COMPUTE WS-JAM-RUANG ROUNDED = WS-MENIT-RUANG / 60.
           MOVE WS-JAM-RUANG TO BR-JAM.
           COMPUTE WS-PERSEN ROUNDED =
               WS-MENIT-RUANG * 100 / (WS-JAM-TERSEDIA * 60).
           MOVE WS-PERSEN TO BR-PAKAI.
           IF WS-KURSI-RUANG > 0
               COMPUTE WS-PERSEN ROUNDED =
                   WS-TERISI-RUANG * 100 / WS-KURSI-RUANG
           ELSE
               MOVE 0 TO WS-PERSEN
           END-IF.
           MOVE WS-PERSEN TO BR-ISI.
           MOVE BARIS-RUANG TO LAPORAN-RUANG-BARIS.
           WRITE LAPORAN-RUANG-BARIS.
           MOVE SPACES TO LAPORAN-RUANG-BARIS.
           WRITE LAPORAN-RUANG-BARIS.
       TULIS-TOTAL.
           MOVE 'RUANG TERPAKAI           :' TO BTO-TEKS.
           MOVE WS-JML-RUANG TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-RUANG-BARIS.
           WRITE LAPORAN-RUANG-BARIS.
           MOVE 'KELAS TERJADWAL          :' TO BTO-TEKS.
           MOVE WS-JML-KELAS TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-RUANG-BARIS.
           WRITE LAPORAN-RUANG-BARIS.
           MOVE 'KRS DIHITUNG             :' TO BTO-TEKS.
           MOVE WS-JML-KRS TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-RUANG-BARIS.
           WRITE LAPORAN-RUANG-BARIS.
           MOVE 'KRS TANPA KELAS          :' TO BTO-TEKS.
           MOVE WS-JML-TANPA-KELAS TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-RUANG-BARIS.
           WRITE LAPORAN-RUANG-BARIS.
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
           MOVE 'RUANLAP1' TO AUD-PROGRAM.
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
       END PROGRAM RUANLAP1.
