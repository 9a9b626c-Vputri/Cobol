      ******************************************************************
      * Author:
      * Date:
      * Purpose: Prints the KRS card for a student and semester to
      *          KRSKARTU: name and program from MHSFILE, then every
      *          KRSFILE course of that semester in weekly order
      *          (day, then start time) with the JADWAL section's
      *          hours and room, the MKFILE course name and SKS, and
      *          the semester SKS total. Courses enrolled without a
      *          section are listed after the timetabled ones.
      *          Read-only: every file is opened INPUT, so no master
      *          lock is taken; each card printed is logged to
      *          AUDITLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KRSKRT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY KRSSEL.
           COPY MHSSEL.
           COPY MKSEL.
           COPY JDWSEL.
           SELECT KARTU-KRS ASSIGN TO "KRSKARTU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KARTU-KRS.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY KRSFD.
           COPY MHSFD.
           COPY MKFD.
           COPY JDWFD.
       FD  KARTU-KRS.
       01  KARTU-KRS-BARIS PIC X(80).
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-KRS-FILE PIC XX VALUE '00'.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-MK-FILE PIC XX VALUE '00'.
       77  FS-JADWAL-FILE PIC XX VALUE '00'.
       77  FS-KARTU-KRS PIC XX VALUE '00'.
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
       77  JWB-LAGI PIC X VALUE 'Y'.
       77  WS-NPM-DIMINTA PIC X(8) VALUE SPACES.
       77  WS-SMT-DIMINTA PIC X(5) VALUE SPACES.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  SW-KATALOG-MK PIC X VALUE 'N'.
           88 KATALOG-MK-AKTIF VALUE 'Y'.
       77  SW-JADWAL PIC X VALUE 'N'.
           88 JADWAL-AKTIF VALUE 'Y'.
       77  WS-JML-KARTU PIC 9(2) VALUE 0.
       77  WS-JML-CETAK PIC 9(5) VALUE 0.
       77  WS-TOTAL-SKS PIC 9(3) VALUE 0.
       77  SW-KARTU-PENUH PIC X VALUE 'N'.
       01  TABEL-KARTU.
           02 ISI-KARTU OCCURS 30 TIMES.
              03 TK-KUNCI.
                 04 TK-HARI PIC 9(1).
                 04 TK-MULAI PIC 9(4).
              03 TK-SELESAI PIC 9(4).
              03 TK-KODE-MK PIC X(6).
              03 TK-NAMA-MK PIC X(20).
              03 TK-KELAS PIC X(2).
              03 TK-RUANG PIC X(6).
              03 TK-SKS PIC 9(2).
       01  TUKAR-KARTU.
           02 TU-KUNCI PIC X(5).
           02 TU-SISA PIC X(40).
       77  M PIC 9(2) VALUE 0.
       77  J PIC 9(2) VALUE 0.
       77  J1 PIC 9(2) VALUE 0.
       01  TABEL-NAMA-HARI.
           02 FILLER PIC X(6) VALUE 'SENIN '.
           02 FILLER PIC X(6) VALUE 'SELASA'.
           02 FILLER PIC X(6) VALUE 'RABU  '.
           02 FILLER PIC X(6) VALUE 'KAMIS '.
           02 FILLER PIC X(6) VALUE 'JUMAT '.
           02 FILLER PIC X(6) VALUE 'SABTU '.
       01  TABEL-NAMA-HARI-R REDEFINES TABEL-NAMA-HARI.
           02 NAMA-HARI OCCURS 6 TIMES PIC X(6).
       01  JUDUL-KARTU.
           02 FILLER PIC X(30)
              VALUE 'KARTU RENCANA STUDI  SEMESTER '.
           02 JK-SEMESTER PIC X(5).
           02 FILLER PIC X(11) VALUE '    RUN-ID '.
           02 JK-RUN-ID PIC X(12).
       01  JUDUL-KOLOM.
           02 FILLER PIC X(29)
              VALUE 'HARI    JAM          KODEMK  '.
           02 FILLER PIC X(37)
              VALUE 'MATA KULIAH           KL  RUANG   SKS'.
       01  BARIS-IDENTITAS.
           02 BID-LABEL PIC X(8).
           02 BID-ISI PIC X(30).
       01  BARIS-KARTU.
           02 BK-HARI PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-JAM PIC X(11).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-KODE-MK PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-NAMA-MK PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-KELAS PIC X(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-RUANG PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-SKS PIC Z9.
       01  BARIS-JAM.
           02 BJ-MULAI PIC 99B99.
           02 FILLER PIC X(1) VALUE '-'.
           02 BJ-SELESAI PIC 99B99.
       01  BARIS-TOTAL.
           02 BTO-TEKS PIC X(26).
           02 BTO-JUMLAH PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           MOVE 'CETAK KARTU KRS DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN OUTPUT KARTU-KRS.
           MOVE 0 TO WS-JML-CETAK.
           MOVE 'Y' TO JWB-LAGI.
           PERFORM SATU-KARTU
               UNTIL JWB-LAGI = 'N' OR JWB-LAGI = 'n'.
           CLOSE KARTU-KRS.
           DISPLAY 'KARTU KRS DICETAK KE KRSKARTU : ' WS-JML-CETAK.
           MOVE 'CETAK KARTU KRS SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GOBACK.
       SATU-KARTU.
           DISPLAY '========================================'.
           DISPLAY 'NPM MAHASISWA : '.
           ACCEPT WS-NPM-DIMINTA.
           DISPLAY 'KODE SEMESTER (MIS. 20261) : '.
           ACCEPT WS-SMT-DIMINTA.
           IF WS-NPM-DIMINTA = SPACES OR WS-SMT-DIMINTA = SPACES
               DISPLAY 'NPM DAN SEMESTER TIDAK BOLEH KOSONG'
           ELSE
               PERFORM KUMPUL-KRS
               IF WS-JML-KARTU = 0
                   DISPLAY 'TIDAK ADA KRS UNTUK NPM/SEMESTER ITU'
               ELSE
                   PERFORM URUT-KARTU
                   PERFORM CETAK-KARTU
                   ADD 1 TO WS-JML-CETAK
                   DISPLAY 'KARTU KRS ' WS-NPM-DIMINTA ' DICETAK, '
                       WS-JML-KARTU ' MATA KULIAH'
                   MOVE SPACES TO WS-AUDIT-AKSI
                   STRING 'KARTU KRS NPM ' DELIMITED BY SIZE
                       WS-NPM-DIMINTA DELIMITED BY SIZE
                       ' SMT ' DELIMITED BY SIZE
                       WS-SMT-DIMINTA DELIMITED BY SIZE
                       INTO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
               END-IF
           END-IF.
           DISPLAY 'CETAK KARTU LAIN ? (Y/N) : '.
           ACCEPT JWB-LAGI.
       KUMPUL-KRS.
           MOVE 0 TO WS-JML-KARTU.
           MOVE 'N' TO SW-KARTU-PENUH.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE NOT = '00'
               DISPLAY 'KRSFILE TIDAK TERBUKA'
           ELSE
               PERFORM BUKA-RUJUKAN
               MOVE 'N' TO SW-HABIS
               MOVE WS-NPM-DIMINTA TO KRS-NPM
               MOVE SPACES TO KRS-KODE-MK
               START KRS-FILE KEY IS NOT LESS THAN KRS-KEY
                   INVALID KEY MOVE 'Y' TO SW-HABIS
               END-START
               PERFORM BACA-KRS
               PERFORM CATAT-BARIS-KARTU
                   UNTIL HABIS OR KRS-NPM NOT = WS-NPM-DIMINTA
               PERFORM TUTUP-RUJUKAN
               CLOSE KRS-FILE
           END-IF.
       BUKA-RUJUKAN.
           OPEN INPUT MK-FILE.
           IF FS-MK-FILE = '00'
               MOVE 'Y' TO SW-KATALOG-MK
           ELSE
               MOVE 'N' TO SW-KATALOG-MK
           END-IF.
           OPEN INPUT JADWAL-FILE.
           IF FS-JADWAL-FILE = '00'
               MOVE 'Y' TO SW-JADWAL
           ELSE
               MOVE 'N' TO SW-JADWAL
           END-IF.
       TUTUP-RUJUKAN.
           IF KATALOG-MK-AKTIF
               CLOSE MK-FILE
           END-IF.
           IF JADWAL-AKTIF
               CLOSE JADWAL-FILE
           END-IF.
       BACA-KRS.
           IF NOT HABIS
               READ KRS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SW-HABIS
               END-READ
           END-IF.
       CATAT-BARIS-KARTU.
           IF KRS-SEMESTER = WS-SMT-DIMINTA
               IF WS-JML-KARTU < 30
                   ADD 1 TO WS-JML-KARTU
                   PERFORM ISI-BARIS-KARTU
               ELSE
                   IF SW-KARTU-PENUH = 'N'
                       MOVE 'Y' TO SW-KARTU-PENUH
                       DISPLAY 'KARTU PENUH (30), SISA DILEWATI'
                   END-IF
               END-IF
           END-IF.
           PERFORM BACA-KRS.
       ISI-BARIS-KARTU.
      *    A course with no section, or whose section has gone from
      *    JADWAL, sorts after the timetabled ones as day 9.
           MOVE KRS-KODE-MK TO TK-KODE-MK(WS-JML-KARTU).
           MOVE KRS-KELAS TO TK-KELAS(WS-JML-KARTU).
           MOVE 9 TO TK-HARI(WS-JML-KARTU).
           MOVE 0 TO TK-MULAI(WS-JML-KARTU).
           MOVE 0 TO TK-SELESAI(WS-JML-KARTU).
           MOVE SPACES TO TK-RUANG(WS-JML-KARTU).
           MOVE SPACES TO TK-NAMA-MK(WS-JML-KARTU).
           MOVE 1 TO TK-SKS(WS-JML-KARTU).
           IF KATALOG-MK-AKTIF
               MOVE KRS-KODE-MK TO MK-KODE
               READ MK-FILE RECORD KEY IS MK-KODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MK-NAMA TO TK-NAMA-MK(WS-JML-KARTU)
                       MOVE MK-SKS TO TK-SKS(WS-JML-KARTU)
               END-READ
           END-IF.
           IF JADWAL-AKTIF AND KRS-KELAS NOT = SPACES
               MOVE KRS-KODE-MK TO JDW-KODE-MK
               MOVE KRS-KELAS TO JDW-KELAS
               READ JADWAL-FILE RECORD KEY IS JDW-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JDW-HARI TO TK-HARI(WS-JML-KARTU)
                       MOVE JDW-MULAI TO TK-MULAI(WS-JML-KARTU)
                       MOVE JDW-SELESAI TO TK-SELESAI(WS-JML-KARTU)
                       MOVE JDW-RUANG TO TK-RUANG(WS-JML-KARTU)
               END-READ
           END-IF.
       URUT-KARTU.
      *    Bubble sort on day + start time, as SLIPNL1 orders its
      *    slips.
           IF WS-JML-KARTU > 1
               PERFORM URUT-LUAR VARYING M FROM 1 BY 1
                   UNTIL M >= WS-JML-KARTU
           END-IF.
       URUT-LUAR.
           PERFORM URUT-DALAM VARYING J FROM 1 BY 1
               UNTIL J > WS-JML-KARTU - M.
       URUT-DALAM.
           COMPUTE J1 = J + 1.
           IF TK-KUNCI(J) > TK-KUNCI(J1)
               MOVE ISI-KARTU(J) TO TUKAR-KARTU
               MOVE ISI-KARTU(J1) TO ISI-KARTU(J)
               MOVE TUKAR-KARTU TO ISI-KARTU(J1)
           END-IF.
       CETAK-KARTU.
           MOVE WS-SMT-DIMINTA TO JK-SEMESTER.
           MOVE WS-RUN-ID TO JK-RUN-ID.
           MOVE JUDUL-KARTU TO KARTU-KRS-BARIS.
           WRITE KARTU-KRS-BARIS.
           MOVE 'NPM   : ' TO BID-LABEL.
           MOVE WS-NPM-DIMINTA TO BID-ISI.
           MOVE BARIS-IDENTITAS TO KARTU-KRS-BARIS.
           WRITE KARTU-KRS-BARIS.
           PERFORM CETAK-IDENTITAS.
           MOVE SPACES TO KARTU-KRS-BARIS.
           WRITE KARTU-KRS-BARIS.
           MOVE JUDUL-KOLOM TO KARTU-KRS-BARIS.
           WRITE KARTU-KRS-BARIS.
           MOVE 0 TO WS-TOTAL-SKS.
           PERFORM CETAK-BARIS-KARTU VARYING M FROM 1 BY 1
               UNTIL M > WS-JML-KARTU.
           MOVE SPACES TO KARTU-KRS-BARIS.
           WRITE KARTU-KRS-BARIS.
           MOVE 'TOTAL SKS                :' TO BTO-TEKS.
           MOVE WS-TOTAL-SKS TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO KARTU-KRS-BARIS.
           WRITE KARTU-KRS-BARIS.
           MOVE ALL '-' TO KARTU-KRS-BARIS.
           WRITE KARTU-KRS-BARIS.
       CETAK-IDENTITAS.
           OPEN INPUT MHS-FILE.
           IF FS-MHS-FILE = '00'
               MOVE WS-NPM-DIMINTA TO MHS-NPM
               READ MHS-FILE RECORD KEY IS MHS-NPM
                   INVALID KEY
                       MOVE SPACES TO MHS-NAMA
                       MOVE SPACES TO MHS-PRODI
               END-READ
               MOVE 'NAMA  : ' TO BID-LABEL
               MOVE MHS-NAMA TO BID-ISI
               MOVE BARIS-IDENTITAS TO KARTU-KRS-BARIS
               WRITE KARTU-KRS-BARIS
               MOVE 'PRODI : ' TO BID-LABEL
               MOVE MHS-PRODI TO BID-ISI
               MOVE BARIS-IDENTITAS TO KARTU-KRS-BARIS
               WRITE KARTU-KRS-BARIS
               CLOSE MHS-FILE
           END-IF.
       CETAK-BARIS-KARTU.
           MOVE SPACES TO BARIS-KARTU.
           IF TK-HARI(M) >= 1 AND TK-HARI(M) <= 6
               MOVE NAMA-HARI(TK-HARI(M)) TO BK-HARI
               MOVE TK-MULAI(M) TO BJ-MULAI
               MOVE TK-SELESAI(M) TO BJ-SELESAI
               INSPECT BJ-MULAI REPLACING ALL ' ' BY ':'
               INSPECT BJ-SELESAI REPLACING ALL ' ' BY ':'
               MOVE BARIS-JAM TO BK-JAM
           ELSE
               MOVE '-' TO BK-HARI
               MOVE '-' TO BK-JAM
           END-IF.
           MOVE TK-KODE-MK(M) TO BK-KODE-MK.
           MOVE TK-NAMA-MK(M) TO BK-NAMA-MK.
           MOVE TK-KELAS(M) TO BK-KELAS.
           MOVE TK-RUANG(M) TO BK-RUANG.
           MOVE TK-SKS(M) TO BK-SKS.
           ADD TK-SKS(M) TO WS-TOTAL-SKS.
           MOVE BARIS-KARTU TO KARTU-KRS-BARIS.
           WRITE KARTU-KRS-BARIS.
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
           MOVE 'KRSKRT1' TO AUD-PROGRAM.
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
       END PROGRAM KRSKRT1.
