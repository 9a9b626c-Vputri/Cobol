      ******************************************************************
      * Author:
      * Date:
      * Purpose: Monthly personal-data access report over AKSESLOG.
      *          For the month asked for (the month before this one
      *          when left zero) lists, operator by operator, every
      *          student whose record that operator saw in clear -
      *          through the INQNIL1 console or an extract line of
      *          TUGASEXP, ALUMNIEX, PDDAKM or PDDNIL - with how many
      *          times, the first and last day, and through which
      *          output, and totals per operator and for the month.
      *          Supervisor only; written to AKSLAP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AKSLAP1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY AKSSEL.
           SELECT LAPORAN-AKSES ASSIGN TO "AKSLAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-AKSES.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY AKSFD.
       FD  LAPORAN-AKSES.
       01  LAPORAN-AKSES-BARIS PIC X(100).
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-AKSES-FILE PIC XX VALUE '00'.
       77  FS-LAPORAN-AKSES PIC XX VALUE '00'.
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
       77  FS-BAD-INPUT-FILE PIC XX VALUE '00'.
       77  WS-BI-FIELD PIC X(15).
       77  WS-BI-NILAI PIC X(20).
       77  WS-BI-PESAN PIC X(30).
       01  WS-BULAN.
           02 WS-BLN-TAHUN PIC 9(4).
           02 WS-BLN-BULAN PIC 9(2).
       01  WS-BULAN-N REDEFINES WS-BULAN PIC 9(6).
       01  WS-HARI-INI.
           02 WS-HI-TAHUN PIC 9(4).
           02 WS-HI-BULAN PIC 9(2).
           02 WS-HI-HARI PIC 9(2).
       77  WS-JML-BACA PIC 9(7) VALUE 0.
       77  WS-JML-BULAN PIC 9(7) VALUE 0.
       77  WS-JML-LEWAT PIC 9(7) VALUE 0.
       77  WS-JML-OPERATOR PIC 9(5) VALUE 0.
       77  WS-SUB-MHS PIC 9(5) VALUE 0.
       77  WS-SUB-LIHAT PIC 9(7) VALUE 0.
       77  WS-OPERATOR-LALU PIC X(8) VALUE SPACES.
       77  WS-JML-TABEL PIC 9(4) VALUE 0.
       77  WS-MAKS-TABEL PIC 9(4) VALUE 3000.
       77  I PIC 9(4) VALUE 0.
       77  J PIC 9(4) VALUE 0.
       77  J1 PIC 9(4) VALUE 0.
       77  K PIC 9(4) VALUE 0.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
      *    One row per operator and student seen in the month.
       01  TABEL-AKSES.
           02 ISI-AKSES OCCURS 3000 TIMES.
              03 TA-KUNCI.
                 04 TA-OPERATOR PIC X(8).
                 04 TA-NPM PIC X(8).
              03 TA-JML PIC 9(5).
              03 TA-TGL-AWAL PIC 9(8).
              03 TA-TGL-AKHIR PIC 9(8).
              03 TA-KELUARAN PIC X(8).
       01  TUKAR-AKSES.
           02 TK-KUNCI PIC X(16).
           02 TK-JML PIC 9(5).
           02 TK-TGL-AWAL PIC 9(8).
           02 TK-TGL-AKHIR PIC 9(8).
           02 TK-KELUARAN PIC X(8).
       01  JUDUL-AKSES.
           02 FILLER PIC X(34)
              VALUE 'LAPORAN AKSES DATA PRIBADI BULAN  '.
           02 CETAK-BULAN PIC 9(6).
       01  JUDUL-KOLOM.
           02 FILLER PIC X(10) VALUE 'OPERATOR'.
           02 FILLER PIC X(10) VALUE 'NPM'.
           02 FILLER PIC X(8) VALUE '  KALI'.
           02 FILLER PIC X(10) VALUE 'PERTAMA'.
           02 FILLER PIC X(10) VALUE 'TERAKHIR'.
           02 FILLER PIC X(8) VALUE 'KELUARAN'.
       01  BARIS-AKSES.
           02 BA-OPERATOR PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BA-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BA-JML PIC ZZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 BA-TGL-AWAL PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BA-TGL-AKHIR PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BA-KELUARAN PIC X(8).
       01  BARIS-SUBTOTAL.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(12) VALUE 'SUBTOTAL    '.
           02 BS-OPERATOR PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BS-MHS PIC ZZZZ9.
           02 FILLER PIC X(12) VALUE ' MAHASISWA, '.
           02 BS-LIHAT PIC ZZZZZZ9.
           02 FILLER PIC X(6) VALUE ' KALI'.
       01  BARIS-TOTAL.
           02 BTO-TEKS PIC X(30).
           02 BTO-JUMLAH PIC ZZZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM TERIMA-BULAN.
           MOVE 'LAPORAN AKSES DATA PRIBADI DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN INPUT AKSES-FILE.
           IF FS-AKSES-FILE NOT = '00'
               DISPLAY 'AKSESLOG TIDAK TERBUKA, TIDAK ADA DATA'
               GOBACK
           END-IF.
           PERFORM BACA-AKSES UNTIL FS-AKSES-FILE = '10'.
           CLOSE AKSES-FILE.
           PERFORM URUT-LUAR VARYING I FROM 1 BY 1
               UNTIL I >= WS-JML-TABEL.
           OPEN OUTPUT LAPORAN-AKSES.
           MOVE WS-BULAN-N TO CETAK-BULAN.
           MOVE JUDUL-AKSES TO LAPORAN-AKSES-BARIS.
           WRITE LAPORAN-AKSES-BARIS.
           MOVE SPACES TO LAPORAN-AKSES-BARIS.
           WRITE LAPORAN-AKSES-BARIS.
           MOVE JUDUL-KOLOM TO LAPORAN-AKSES-BARIS.
           WRITE LAPORAN-AKSES-BARIS.
           MOVE SPACES TO WS-OPERATOR-LALU.
           PERFORM TULIS-AKSES VARYING K FROM 1 BY 1
               UNTIL K > WS-JML-TABEL.
           IF WS-OPERATOR-LALU NOT = SPACES
               PERFORM TULIS-SUBTOTAL
           END-IF.
           PERFORM TULIS-TOTAL.
           CLOSE LAPORAN-AKSES.
           DISPLAY 'LAPORAN DITULIS KE FILE AKSLAP, '
               WS-JML-BULAN ' AKSES BULAN ' WS-BULAN-N.
           MOVE 'LAPORAN AKSES DATA PRIBADI SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GOBACK.
       TERIMA-BULAN.
           DISPLAY 'BULAN (YYYYMM, 0=BULAN LALU) : '.
           ACCEPT WS-BULAN-N.
           IF WS-BULAN-N = 0
               ACCEPT WS-HARI-INI FROM DATE YYYYMMDD
               IF WS-HI-BULAN = 1
                   COMPUTE WS-BLN-TAHUN = WS-HI-TAHUN - 1
                   MOVE 12 TO WS-BLN-BULAN
               ELSE
                   MOVE WS-HI-TAHUN TO WS-BLN-TAHUN
                   COMPUTE WS-BLN-BULAN = WS-HI-BULAN - 1
               END-IF
           END-IF.
           IF WS-BLN-BULAN < 1 OR WS-BLN-BULAN > 12
               DISPLAY 'BULAN TIDAK SAH, ULANGI'
               MOVE 'BULAN' TO WS-BI-FIELD
               MOVE WS-BULAN-N TO WS-BI-NILAI
               MOVE 'BULAN HARUS YYYYMM' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-BULAN
           END-IF.
       BACA-AKSES.
           READ AKSES-FILE
               AT END MOVE '10' TO FS-AKSES-FILE.
           IF FS-AKSES-FILE NOT = '10'
               ADD 1 TO WS-JML-BACA
               IF AKS-TANGGAL(1:6) = WS-BULAN
                   ADD 1 TO WS-JML-BULAN
                   PERFORM KUMPUL-AKSES
               END-IF
           END-IF.
       KUMPUL-AKSES.
           MOVE 'N' TO SW-KETEMU.
           PERFORM CARI-AKSES VARYING K FROM 1 BY 1
               UNTIL K > WS-JML-TABEL OR KETEMU.
           IF NOT KETEMU
               IF WS-JML-TABEL < WS-MAKS-TABEL
                   ADD 1 TO WS-JML-TABEL
                   MOVE AKS-OPERATOR TO TA-OPERATOR(WS-JML-TABEL)
                   MOVE AKS-NPM TO TA-NPM(WS-JML-TABEL)
                   MOVE 1 TO TA-JML(WS-JML-TABEL)
                   MOVE AKS-TANGGAL TO TA-TGL-AWAL(WS-JML-TABEL)
                   MOVE AKS-TANGGAL TO TA-TGL-AKHIR(WS-JML-TABEL)
                   MOVE AKS-KELUARAN TO TA-KELUARAN(WS-JML-TABEL)
               ELSE
                   ADD 1 TO WS-JML-LEWAT
               END-IF
           END-IF.
       CARI-AKSES.
      *    AKSESLOG is written in time order, so the first entry
      *    found for a pair is its first day and every later one
      *    moves the last day on.
           IF TA-OPERATOR(K) = AKS-OPERATOR
               AND TA-NPM(K) = AKS-NPM
               MOVE 'Y' TO SW-KETEMU
               ADD 1 TO TA-JML(K)
               MOVE AKS-TANGGAL TO TA-TGL-AKHIR(K)
               IF TA-KELUARAN(K) NOT = AKS-KELUARAN
                   MOVE 'BERAGAM' TO TA-KELUARAN(K)
               END-IF
           END-IF.
       URUT-LUAR.
           PERFORM URUT-DALAM VARYING J FROM 1 BY 1
               UNTIL J > WS-JML-TABEL - I.
       URUT-DALAM.
           COMPUTE J1 = J + 1.
           IF TA-KUNCI(J) > TA-KUNCI(J1)
               MOVE ISI-AKSES(J) TO TUKAR-AKSES
               MOVE ISI-AKSES(J1) TO ISI-AKSES(J)
               MOVE TUKAR-AKSES TO ISI-AKSES(J1)
           END-IF.
       TULIS-AKSES.
           IF TA-OPERATOR(K) NOT = WS-OPERATOR-LALU
               IF WS-OPERATOR-LALU NOT = SPACES
                   PERFORM TULIS-SUBTOTAL
               END-IF
               MOVE TA-OPERATOR(K) TO WS-OPERATOR-LALU
               MOVE 0 TO WS-SUB-MHS
               MOVE 0 TO WS-SUB-LIHAT
               ADD 1 TO WS-JML-OPERATOR
           END-IF.
           MOVE TA-OPERATOR(K) TO BA-OPERATOR.
           MOVE TA-NPM(K) TO BA-NPM.
           MOVE TA-JML(K) TO BA-JML.
           MOVE TA-TGL-AWAL(K) TO BA-TGL-AWAL.
           MOVE TA-TGL-AKHIR(K) TO BA-TGL-AKHIR.
           MOVE TA-KELUARAN(K) TO BA-KELUARAN.
           MOVE BARIS-AKSES TO LAPORAN-AKSES-BARIS.
           WRITE LAPORAN-AKSES-BARIS.
           ADD 1 TO WS-SUB-MHS.
           ADD TA-JML(K) TO WS-SUB-LIHAT.
       TULIS-SUBTOTAL.
           MOVE WS-OPERATOR-LALU TO BS-OPERATOR.
           MOVE WS-SUB-MHS TO BS-MHS.
           MOVE WS-SUB-LIHAT TO BS-LIHAT.
           MOVE BARIS-SUBTOTAL TO LAPORAN-AKSES-BARIS.
           WRITE LAPORAN-AKSES-BARIS.
           MOVE SPACES TO LAPORAN-AKSES-BARIS.
           WRITE LAPORAN-AKSES-BARIS.
       TULIS-TOTAL.
           MOVE 'ENTRI AKSESLOG DIBACA        :' TO BTO-TEKS.
           MOVE WS-JML-BACA TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-AKSES-BARIS.
           WRITE LAPORAN-AKSES-BARIS.
           MOVE 'AKSES DALAM BULAN INI        :' TO BTO-TEKS.
           MOVE WS-JML-BULAN TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-AKSES-BARIS.
           WRITE LAPORAN-AKSES-BARIS.
           MOVE 'OPERATOR YANG MELIHAT        :' TO BTO-TEKS.
           MOVE WS-JML-OPERATOR TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-AKSES-BARIS.
           WRITE LAPORAN-AKSES-BARIS.
           MOVE 'PASANGAN OPERATOR-MAHASISWA  :' TO BTO-TEKS.
           MOVE WS-JML-TABEL TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-AKSES-BARIS.
           WRITE LAPORAN-AKSES-BARIS.
           IF WS-JML-LEWAT > 0
               MOVE 'AKSES TIDAK MUAT DI TABEL    :' TO BTO-TEKS
               MOVE WS-JML-LEWAT TO BTO-JUMLAH
               MOVE BARIS-TOTAL TO LAPORAN-AKSES-BARIS
               WRITE LAPORAN-AKSES-BARIS
               DISPLAY 'TABEL LAPORAN PENUH (' WS-MAKS-TABEL
                   ' PASANGAN), ' WS-JML-LEWAT ' AKSES TIDAK DIRINCI'
           END-IF.
       TERIMA-OPERATOR.
           CALL 'OPERAUTH' USING WS-OPERATOR-ID,
               WS-OPERATOR-ROLE, WS-AUTH-STATUS.
           IF WS-AUTH-STATUS NOT = 'Y'
               DISPLAY 'OTENTIKASI GAGAL, PROGRAM BERHENTI'
               GOBACK
           END-IF.
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY 'HANYA SUPERVISOR BOLEH MELIHAT LAPORAN AKSES'
               MOVE 'AKSES AKSLAP1 DITOLAK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
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
           MOVE 'AKSLAP1' TO AUD-PROGRAM.
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
           MOVE 'AKSLAP1' TO BI-PROGRAM.
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
       END PROGRAM AKSLAP1.
