      ******************************************************************
      * Author:
      * Date:
      * Purpose: Nightly chain elapsed-time report, run as a chain
      *          step just before PAGILAP1. For every step DRIVER1
      *          timed under tonight's run-id it sets tonight's run
      *          time from the RUNHIST run history against the
      *          step's average over the previous 30 nights and its
      *          maximum run time from RUNCTL, and flags a step that
      *          ran over its limit (LEWAT BATAS) or whose last 7
      *          nights average more than 10% above its 30-night
      *          average (TREN NAIK), so a creeping batch window is
      *          seen before the morning summary arrives late.
      *          Written to RUNRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNLAP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RNHSEL.
           SELECT LAPORAN-WAKTU ASSIGN TO "RUNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-WAKTU.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY RNHFD.
       FD  LAPORAN-WAKTU.
       01  LAPORAN-WAKTU-BARIS PIC X(100).
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-RUN-HISTORI PIC XX VALUE '00'.
       77  FS-LAPORAN-WAKTU PIC XX VALUE '00'.
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
      *    Averaging windows in nights before tonight, and how far
      *    above the 30-night average the 7-night one must be to
      *    count as trending up.
       77  WS-HARI-RATA PIC 9(3) VALUE 30.
       77  WS-HARI-TREN PIC 9(3) VALUE 7.
       77  WS-MIN-TREN PIC 9(3) VALUE 3.
       77  WS-PERSEN-TREN PIC 9(3) VALUE 10.
       77  WS-TGL-MALAM PIC 9(8) VALUE 0.
       77  WS-INT-MALAM PIC 9(7) VALUE 0.
       77  WS-SELISIH PIC S9(7) VALUE 0.
       77  WS-JML-LANGKAH PIC 9(2) VALUE 0.
       77  WS-JML-LEWAT PIC 9(3) VALUE 0.
       77  WS-JML-TREN PIC 9(3) VALUE 0.
       77  L PIC 9(2) VALUE 0.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
      *    Tonight's steps, with the history totals gathered for
      *    each on the second pass.
       01  TABEL-LANGKAH.
           02 ISI-LANGKAH OCCURS 20 TIMES.
              03 TL-URUT PIC 9(2).
              03 TL-PROGRAM PIC X(12).
              03 TL-DETIK PIC 9(6).
              03 TL-BATAS PIC 9(4).
              03 TL-HASIL PIC X(1).
              03 TL-JML-30 PIC 9(3).
              03 TL-TOTAL-30 PIC 9(9).
              03 TL-JML-7 PIC 9(3).
              03 TL-TOTAL-7 PIC 9(9).
       77  WS-RATA-30 PIC 9(6) VALUE 0.
       77  WS-RATA-7 PIC 9(6) VALUE 0.
       77  WS-PERSEN PIC 9(4) VALUE 0.
       77  WS-DETIK-FMT PIC 9(6) VALUE 0.
       77  WS-SISA PIC 9(6) VALUE 0.
       01  WS-WAKTU-TAMPIL.
           02 WT-JAM PIC Z9.
           02 FILLER PIC X(1) VALUE ':'.
           02 WT-MENIT PIC 99.
           02 FILLER PIC X(1) VALUE ':'.
           02 WT-DETIK PIC 99.
       01  JUDUL-WAKTU.
           02 FILLER PIC X(28) VALUE 'WAKTU LANGKAH RANTAI MALAM  '.
           02 FILLER PIC X(8) VALUE 'RUN-ID: '.
           02 CETAK-RUN-ID PIC X(12).
           02 FILLER PIC X(9) VALUE ' TANGGAL '.
           02 CETAK-TGL PIC 9(8).
       01  JUDUL-KOLOM.
           02 FILLER PIC X(4) VALUE 'NO'.
           02 FILLER PIC X(14) VALUE 'PROGRAM'.
           02 FILLER PIC X(11) VALUE 'MALAM INI'.
           02 FILLER PIC X(11) VALUE 'RATA 30'.
           02 FILLER PIC X(6) VALUE 'MALAM'.
           02 FILLER PIC X(8) VALUE ' BATAS'.
           02 FILLER PIC X(8) VALUE ' % RATA'.
           02 FILLER PIC X(12) VALUE '  KETERANGAN'.
       01  BARIS-WAKTU.
           02 BW-URUT PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BW-PROGRAM PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BW-MALAM PIC X(8).
           02 FILLER PIC X(3) VALUE SPACES.
           02 BW-RATA PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BW-JML-RATA PIC ZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 BW-BATAS PIC ZZZ9.
           02 FILLER PIC X(1) VALUE 'M'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BW-PERSEN PIC ZZZ9.
           02 FILLER PIC X(4) VALUE SPACES.
           02 BW-LEWAT PIC X(12).
           02 BW-TREN PIC X(9).
           02 BW-GAGAL PIC X(6).
       01  BARIS-JML.
           02 BJ-TEKS PIC X(26).
           02 BJ-ANGKA PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           MOVE 'LAPORAN WAKTU RANTAI DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN INPUT RUN-HISTORI.
           IF FS-RUN-HISTORI NOT = '00'
               DISPLAY 'RUNHIST TIDAK TERBUKA, BELUM ADA RIWAYAT RUN'
               GOBACK
           END-IF.
           MOVE 0 TO WS-JML-LANGKAH.
           MOVE 0 TO WS-JML-LEWAT.
           MOVE 0 TO WS-JML-TREN.
           ACCEPT WS-TGL-MALAM FROM DATE YYYYMMDD.
           PERFORM MUAT-MALAM-INI UNTIL FS-RUN-HISTORI = '10'.
           CLOSE RUN-HISTORI.
           COMPUTE WS-INT-MALAM =
               FUNCTION INTEGER-OF-DATE(WS-TGL-MALAM).
           OPEN INPUT RUN-HISTORI.
           PERFORM MUAT-RIWAYAT UNTIL FS-RUN-HISTORI = '10'.
           CLOSE RUN-HISTORI.
           OPEN OUTPUT LAPORAN-WAKTU.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE WS-TGL-MALAM TO CETAK-TGL.
           MOVE JUDUL-WAKTU TO LAPORAN-WAKTU-BARIS.
           WRITE LAPORAN-WAKTU-BARIS.
           MOVE JUDUL-KOLOM TO LAPORAN-WAKTU-BARIS.
           WRITE LAPORAN-WAKTU-BARIS.
           PERFORM TULIS-LANGKAH VARYING L FROM 1 BY 1
               UNTIL L > WS-JML-LANGKAH.
           PERFORM TULIS-TOTAL.
           CLOSE LAPORAN-WAKTU.
           DISPLAY 'LAPORAN WAKTU DITULIS KE FILE RUNRPT, '
               WS-JML-LEWAT ' LANGKAH LEWAT BATAS'.
           MOVE 'LAPORAN WAKTU RANTAI SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GOBACK.
       MUAT-MALAM-INI.
      *    Tonight is every step timed under the current run-id; a
      *    step timed twice (a resumed chain) keeps its last time.
      *    The run date is the earliest start among them.
           READ RUN-HISTORI
               AT END MOVE '10' TO FS-RUN-HISTORI.
           IF FS-RUN-HISTORI NOT = '10'
               AND RNH-RUN-ID = WS-RUN-ID
               PERFORM CARI-LANGKAH
               IF NOT KETEMU AND WS-JML-LANGKAH < 20
                   ADD 1 TO WS-JML-LANGKAH
                   MOVE WS-JML-LANGKAH TO L
                   MOVE 'Y' TO SW-KETEMU
                   MOVE RNH-PROGRAM TO TL-PROGRAM(L)
                   MOVE 0 TO TL-JML-30(L)
                   MOVE 0 TO TL-TOTAL-30(L)
                   MOVE 0 TO TL-JML-7(L)
                   MOVE 0 TO TL-TOTAL-7(L)
               END-IF
               IF KETEMU
                   MOVE RNH-URUT TO TL-URUT(L)
                   MOVE RNH-DETIK TO TL-DETIK(L)
                   MOVE RNH-BATAS-MENIT TO TL-BATAS(L)
                   MOVE RNH-HASIL TO TL-HASIL(L)
               END-IF
               IF RNH-TGL-MULAI < WS-TGL-MALAM
                   MOVE RNH-TGL-MULAI TO WS-TGL-MALAM
               END-IF
           END-IF.
       CARI-LANGKAH.
           MOVE 'N' TO SW-KETEMU.
           PERFORM CARI-LANGKAH-BARIS VARYING L FROM 1 BY 1
               UNTIL L > WS-JML-LANGKAH OR KETEMU.
           IF KETEMU
               SUBTRACT 1 FROM L
           END-IF.
       CARI-LANGKAH-BARIS.
           IF TL-PROGRAM(L) = RNH-PROGRAM
               MOVE 'Y' TO SW-KETEMU
           END-IF.
       MUAT-RIWAYAT.
      *    Only completed runs on the nights before tonight count
      *    toward the averages; a failed CALL has no real run time.
           READ RUN-HISTORI
               AT END MOVE '10' TO FS-RUN-HISTORI.
           IF FS-RUN-HISTORI NOT = '10'
               AND RNH-RUN-ID NOT = WS-RUN-ID
               AND RNH-SELESAI
               AND RNH-TGL-MULAI NUMERIC
               AND RNH-TGL-MULAI > 0
               COMPUTE WS-SELISIH = WS-INT-MALAM
                   - FUNCTION INTEGER-OF-DATE(RNH-TGL-MULAI)
               IF WS-SELISIH > 0 AND WS-SELISIH NOT > WS-HARI-RATA
                   PERFORM CARI-LANGKAH
                   IF KETEMU
                       ADD 1 TO TL-JML-30(L)
                       ADD RNH-DETIK TO TL-TOTAL-30(L)
                       IF WS-SELISIH NOT > WS-HARI-TREN
                           ADD 1 TO TL-JML-7(L)
                           ADD RNH-DETIK TO TL-TOTAL-7(L)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       TULIS-LANGKAH.
           MOVE SPACES TO BW-LEWAT.
           MOVE SPACES TO BW-TREN.
           MOVE SPACES TO BW-GAGAL.
           MOVE TL-URUT(L) TO BW-URUT.
           MOVE TL-PROGRAM(L) TO BW-PROGRAM.
           MOVE TL-DETIK(L) TO WS-DETIK-FMT.
           PERFORM FORMAT-WAKTU.
           MOVE WS-WAKTU-TAMPIL TO BW-MALAM.
           MOVE TL-JML-30(L) TO BW-JML-RATA.
           IF TL-JML-30(L) > 0
               COMPUTE WS-RATA-30 ROUNDED =
                   TL-TOTAL-30(L) / TL-JML-30(L)
               MOVE WS-RATA-30 TO WS-DETIK-FMT
               PERFORM FORMAT-WAKTU
               MOVE WS-WAKTU-TAMPIL TO BW-RATA
           ELSE
               MOVE 0 TO WS-RATA-30
               MOVE '     -' TO BW-RATA
           END-IF.
           IF WS-RATA-30 > 0
               COMPUTE WS-PERSEN ROUNDED =
                   TL-DETIK(L) * 100 / WS-RATA-30
                   ON SIZE ERROR MOVE 9999 TO WS-PERSEN
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-PERSEN
           END-IF.
           MOVE WS-PERSEN TO BW-PERSEN.
           MOVE TL-BATAS(L) TO BW-BATAS.
           IF TL-BATAS(L) > 0
               AND TL-DETIK(L) > TL-BATAS(L) * 60
               MOVE 'LEWAT BATAS ' TO BW-LEWAT
               ADD 1 TO WS-JML-LEWAT
           END-IF.
           IF TL-JML-7(L) NOT < WS-MIN-TREN AND WS-RATA-30 > 0
               COMPUTE WS-RATA-7 ROUNDED =
                   TL-TOTAL-7(L) / TL-JML-7(L)
               IF WS-RATA-7 * 100 >
                   WS-RATA-30 * (100 + WS-PERSEN-TREN)
                   MOVE 'TREN NAIK' TO BW-TREN
                   ADD 1 TO WS-JML-TREN
               END-IF
           END-IF.
           IF TL-HASIL(L) = 'G'
               MOVE ' GAGAL' TO BW-GAGAL
           END-IF.
           MOVE BARIS-WAKTU TO LAPORAN-WAKTU-BARIS.
           WRITE LAPORAN-WAKTU-BARIS.
       FORMAT-WAKTU.
           DIVIDE WS-DETIK-FMT BY 3600 GIVING WT-JAM
               REMAINDER WS-SISA.
           DIVIDE WS-SISA BY 60 GIVING WT-MENIT
               REMAINDER WT-DETIK.
       TULIS-TOTAL.
           MOVE SPACES TO LAPORAN-WAKTU-BARIS.
           WRITE LAPORAN-WAKTU-BARIS.
           MOVE 'LANGKAH DICATAT MALAM INI:' TO BJ-TEKS.
           MOVE WS-JML-LANGKAH TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-WAKTU-BARIS.
           WRITE LAPORAN-WAKTU-BARIS.
           MOVE 'LANGKAH LEWAT BATAS      :' TO BJ-TEKS.
           MOVE WS-JML-LEWAT TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-WAKTU-BARIS.
           WRITE LAPORAN-WAKTU-BARIS.
           MOVE 'LANGKAH TREN NAIK        :' TO BJ-TEKS.
           MOVE WS-JML-TREN TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-WAKTU-BARIS.
           WRITE LAPORAN-WAKTU-BARIS.
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
           MOVE 'RUNLAP1' TO AUD-PROGRAM.
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
       END PROGRAM RUNLAP1.
