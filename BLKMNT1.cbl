      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor screen for the registration holds master
      *          (BLOKIR): place a hold on a student (finance,
      *          library or disciplinary, with the reason), lift a
      *          hold, and list the holds - one student's or every
      *          active hold. The date placed and the operator who
      *          placed or lifted the hold are kept on the record.
      *          While a hold is active KRSREG1 refuses enrollment
      *          and TRANSK1 and SLIPNL1 refuse to print, through
      *          BLKCEK1. The student must be on the MHSFILE
      *          registry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLKMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BLKSEL.
           COPY MHSSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY BLKFD.
           COPY MHSFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-BLOKIR-FILE PIC XX VALUE '00'.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
       77  FS-RUN-STAMP-FILE PIC XX VALUE '00'.
       77  WS-SESI-DIMULAI PIC X VALUE 'N'.
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
       77  PIL PIC 9 VALUE 0.
       77  JWB-CABUT PIC X VALUE 'N'.
       77  WS-JML-DAFTAR PIC 9(5) VALUE 0.
       77  SW-NPM-ADA PIC X VALUE 'N'.
           88 NPM-ADA VALUE 'Y'.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       01  ISIAN-BLOKIR.
           02 ISI-NPM PIC X(8).
           02 ISI-JENIS PIC X(1).
              88 ISI-JENIS-SAH VALUE 'K' 'P' 'D'.
           02 ISI-ALASAN PIC X(30).
       01  BARIS-DAFTAR.
           02 BD-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-JENIS PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-STATUS PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-ALASAN PIC X(30).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-TANGGAL PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-OLEH PIC X(8).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   BLKMNT1 - BLOKIR REGISTRASI'.
           DISPLAY '========================================'.
           DISPLAY '1. PASANG BLOKIR'.
           DISPLAY '2. CABUT BLOKIR'.
           DISPLAY '3. DAFTAR BLOKIR SATU MAHASISWA'.
           DISPLAY '4. DAFTAR SEMUA BLOKIR AKTIF'.
           DISPLAY '5. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-PASANG.
           IF PIL = 2 GO TO PAR2-CABUT.
           IF PIL = 3 GO TO PAR3-DAFTAR-MHS.
           IF PIL = 4 GO TO PAR4-DAFTAR-AKTIF.
           IF PIL = 5 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-PASANG.
           PERFORM TERIMA-NPM.
           PERFORM TERIMA-JENIS.
           PERFORM TERIMA-ALASAN.
           PERFORM BUKA-BLOKIR-IO.
           MOVE ISI-NPM TO BLK-NPM.
           MOVE ISI-JENIS TO BLK-JENIS.
           READ BLOKIR-FILE RECORD KEY IS BLK-KEY
               INVALID KEY
                   PERFORM PINDAH-ISIAN
                   WRITE BLOKIR-RECORD
               NOT INVALID KEY
                   PERFORM PINDAH-ISIAN
                   REWRITE BLOKIR-RECORD
           END-READ.
           CLOSE BLOKIR-FILE.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'BLOKIR DIPASANG ' DELIMITED BY SIZE
               ISI-NPM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ISI-JENIS DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY 'BLOKIR DIPASANG'.
           GO TO AWAL.
       PAR2-CABUT.
           PERFORM BUKA-BLOKIR-IO.
           DISPLAY 'NPM YANG DICABUT BLOKIRNYA : '.
           ACCEPT ISI-NPM.
           PERFORM TERIMA-JENIS.
           MOVE ISI-NPM TO BLK-NPM.
           MOVE ISI-JENIS TO BLK-JENIS.
           READ BLOKIR-FILE RECORD KEY IS BLK-KEY
               INVALID KEY
                   MOVE 'C' TO BLK-STATUS
           END-READ.
           IF NOT BLK-AKTIF
               DISPLAY 'TIDAK ADA BLOKIR AKTIF JENIS ' ISI-JENIS
               CLOSE BLOKIR-FILE
               GO TO AWAL
           END-IF.
           DISPLAY 'ALASAN   : ' BLK-ALASAN.
           DISPLAY 'DIPASANG : ' BLK-TANGGAL ' OLEH ' BLK-OLEH.
           DISPLAY 'CABUT BLOKIR INI ? (Y/N) : '.
           ACCEPT JWB-CABUT.
           IF JWB-CABUT = 'Y' OR JWB-CABUT = 'y'
               MOVE 'C' TO BLK-STATUS
               ACCEPT BLK-TGL-CABUT FROM DATE YYYYMMDD
               MOVE WS-OPERATOR-ID TO BLK-CABUT-OLEH
               REWRITE BLOKIR-RECORD
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'BLOKIR DICABUT ' DELIMITED BY SIZE
                   ISI-NPM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ISI-JENIS DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               DISPLAY 'BLOKIR DICABUT'
           END-IF.
           CLOSE BLOKIR-FILE.
           GO TO AWAL.
       PAR3-DAFTAR-MHS.
           OPEN INPUT BLOKIR-FILE.
           IF FS-BLOKIR-FILE NOT = '00'
               DISPLAY 'MASTER BLOKIR MASIH KOSONG'
               GO TO AWAL.
           DISPLAY 'NPM : '.
           ACCEPT ISI-NPM.
           MOVE 0 TO WS-JML-DAFTAR.
           MOVE 'N' TO SW-HABIS.
           MOVE ISI-NPM TO BLK-NPM.
           MOVE LOW-VALUES TO BLK-JENIS.
           START BLOKIR-FILE KEY IS NOT LESS THAN BLK-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS
           END-START.
           DISPLAY 'NPM       J  S  ALASAN                        '
               '  TANGGAL   OLEH'.
           PERFORM TULIS-DAFTAR-MHS UNTIL HABIS.
           CLOSE BLOKIR-FILE.
           DISPLAY 'JUMLAH BLOKIR : ' WS-JML-DAFTAR.
           MOVE 'DAFTAR BLOKIR MAHASISWA DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       PAR4-DAFTAR-AKTIF.
           OPEN INPUT BLOKIR-FILE.
           IF FS-BLOKIR-FILE NOT = '00'
               DISPLAY 'MASTER BLOKIR MASIH KOSONG'
               GO TO AWAL.
           MOVE 0 TO WS-JML-DAFTAR.
           MOVE 'N' TO SW-HABIS.
           DISPLAY 'NPM       J  S  ALASAN                        '
               '  TANGGAL   OLEH'.
           PERFORM TULIS-DAFTAR-AKTIF UNTIL HABIS.
           CLOSE BLOKIR-FILE.
           DISPLAY 'JUMLAH BLOKIR AKTIF : ' WS-JML-DAFTAR.
           MOVE 'DAFTAR BLOKIR AKTIF DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       BUKA-BLOKIR-IO.
           OPEN I-O BLOKIR-FILE.
           IF FS-BLOKIR-FILE = '35'
               CLOSE BLOKIR-FILE
               OPEN OUTPUT BLOKIR-FILE
               CLOSE BLOKIR-FILE
               OPEN I-O BLOKIR-FILE.
       PINDAH-ISIAN.
           MOVE ISI-ALASAN TO BLK-ALASAN.
           ACCEPT BLK-TANGGAL FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR-ID TO BLK-OLEH.
           MOVE 'A' TO BLK-STATUS.
           MOVE 0 TO BLK-TGL-CABUT.
           MOVE SPACES TO BLK-CABUT-OLEH.
           MOVE 'M' TO BLK-SUMBER.
       TERIMA-NPM.
           DISPLAY 'NPM MAHASISWA : '.
           ACCEPT ISI-NPM.
           PERFORM CARI-REGISTRASI.
           IF NOT NPM-ADA
               DISPLAY 'NPM TIDAK ADA DI MHSFILE, ULANGI'
               MOVE 'NPM' TO WS-BI-FIELD
               MOVE ISI-NPM TO WS-BI-NILAI
               MOVE 'NPM TIDAK ADA DI MHSFILE' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-NPM.
       CARI-REGISTRASI.
           MOVE 'N' TO SW-NPM-ADA.
           OPEN INPUT MHS-FILE.
           IF FS-MHS-FILE = '00'
               MOVE ISI-NPM TO MHS-NPM
               READ MHS-FILE RECORD KEY IS MHS-NPM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SW-NPM-ADA
                       DISPLAY 'NAMA : ' MHS-NAMA
               END-READ
               CLOSE MHS-FILE
           END-IF.
       TERIMA-JENIS.
           DISPLAY 'JENIS BLOKIR (K=KEUANGAN / P=PERPUSTAKAAN / '
               'D=DISIPLIN) : '.
           ACCEPT ISI-JENIS.
           IF NOT ISI-JENIS-SAH
               DISPLAY 'JENIS HARUS K, P ATAU D, ULANGI'
               MOVE 'JENIS' TO WS-BI-FIELD
               MOVE ISI-JENIS TO WS-BI-NILAI
               MOVE 'JENIS BLOKIR HARUS K/P/D' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-JENIS.
       TERIMA-ALASAN.
           DISPLAY 'ALASAN BLOKIR : '.
           ACCEPT ISI-ALASAN.
           IF ISI-ALASAN = SPACES
               DISPLAY 'ALASAN TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'ALASAN' TO WS-BI-FIELD
               MOVE ISI-NPM TO WS-BI-NILAI
               MOVE 'ALASAN BLOKIR KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-ALASAN.
       TULIS-DAFTAR-MHS.
           READ BLOKIR-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF BLK-NPM NOT = ISI-NPM
                   MOVE 'Y' TO SW-HABIS
               ELSE
                   PERFORM TAMPIL-BLOKIR
               END-IF
           END-IF.
       TULIS-DAFTAR-AKTIF.
           READ BLOKIR-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS AND BLK-AKTIF
               PERFORM TAMPIL-BLOKIR
           END-IF.
       TAMPIL-BLOKIR.
           MOVE BLK-NPM TO BD-NPM.
           MOVE BLK-JENIS TO BD-JENIS.
           MOVE BLK-STATUS TO BD-STATUS.
           MOVE BLK-ALASAN TO BD-ALASAN.
           IF BLK-AKTIF
               MOVE BLK-TANGGAL TO BD-TANGGAL
               MOVE BLK-OLEH TO BD-OLEH
           ELSE
               MOVE BLK-TGL-CABUT TO BD-TANGGAL
               MOVE BLK-CABUT-OLEH TO BD-OLEH
           END-IF.
           DISPLAY BARIS-DAFTAR.
           ADD 1 TO WS-JML-DAFTAR.
       INISIALISASI-SESI.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           MOVE 'Y' TO WS-SESI-DIMULAI.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'BLOKIR' TO WS-LOCK-SUMBER.
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
           MOVE 'BLOKIR' TO WS-LOCK-SUMBER.
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
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY 'HANYA SUPERVISOR BOLEH MENGATUR BLOKIR'
               MOVE 'AKSES BLKMNT1 DITOLAK' TO WS-AUDIT-AKSI
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
           MOVE 'BLKMNT1' TO AUD-PROGRAM.
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
           MOVE 'BLKMNT1' TO BI-PROGRAM.
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
       AKHIR.
           PERFORM LEPAS-MASTER.
           GOBACK.
       END PROGRAM BLKMNT1.
