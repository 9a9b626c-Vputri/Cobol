      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the scholarship master (BEASISWA):
      *          add or change a student's award (scheme, percentage
      *          or fixed rupiah amount, valid-from and valid-to
      *          semesters, tied to academic standing or not), list
      *          the awards, and remove one. The student must be on
      *          the MHSFILE registry. INVOICE1 applies the award on
      *          the next tuition run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BSWMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY BSWSEL.
           COPY MHSSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY BSWFD.
           COPY MHSFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-BEASISWA-FILE PIC XX VALUE '00'.
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
       77  JWB-HAPUS PIC X VALUE 'N'.
       77  WS-JML-DAFTAR PIC 9(5) VALUE 0.
       77  SW-NPM-ADA PIC X VALUE 'N'.
           88 NPM-ADA VALUE 'Y'.
       01  ISIAN-BEASISWA.
           02 ISI-NPM PIC X(8).
           02 ISI-SKEMA PIC X(10).
           02 ISI-JENIS PIC X(1).
           02 ISI-PERSEN PIC 9(3).
           02 ISI-POTONGAN PIC 9(9).
           02 ISI-DARI PIC X(5).
           02 ISI-SAMPAI PIC X(5).
           02 ISI-AKADEMIK PIC X(1).
       01  BARIS-DAFTAR.
           02 BD-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-SKEMA PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-JENIS PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-PERSEN PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-POTONGAN PIC ZZZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-DARI PIC X(5).
           02 FILLER PIC X(1) VALUE '-'.
           02 BD-SAMPAI PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-AKADEMIK PIC X(1).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   BSWMNT1 - MASTER BEASISWA'.
           DISPLAY '========================================'.
           DISPLAY '1. TAMBAH / UBAH BEASISWA'.
           DISPLAY '2. DAFTAR BEASISWA'.
           DISPLAY '3. HAPUS BEASISWA'.
           DISPLAY '4. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-TAMBAH.
           IF PIL = 2 GO TO PAR2-DAFTAR.
           IF PIL = 3 GO TO PAR3-HAPUS.
           IF PIL = 4 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-TAMBAH.
           PERFORM TERIMA-NPM.
           PERFORM TERIMA-SKEMA.
           PERFORM TERIMA-JENIS.
           MOVE 0 TO ISI-PERSEN.
           MOVE 0 TO ISI-POTONGAN.
           IF ISI-JENIS = 'P'
               PERFORM TERIMA-PERSEN
           ELSE
               PERFORM TERIMA-POTONGAN
           END-IF.
           PERFORM TERIMA-DARI.
           PERFORM TERIMA-SAMPAI.
           PERFORM TERIMA-AKADEMIK.
           PERFORM BUKA-BEASISWA-IO.
           MOVE ISI-NPM TO BSW-NPM.
           READ BEASISWA-FILE RECORD KEY IS BSW-NPM
               INVALID KEY
                   PERFORM PINDAH-ISIAN
                   WRITE BEASISWA-RECORD
                   MOVE 'BEASISWA DITAMBAHKAN' TO WS-AUDIT-AKSI
               NOT INVALID KEY
                   PERFORM PINDAH-ISIAN
                   REWRITE BEASISWA-RECORD
                   MOVE 'BEASISWA DIUBAH' TO WS-AUDIT-AKSI
           END-READ.
           CLOSE BEASISWA-FILE.
           PERFORM CATAT-AUDIT.
           DISPLAY 'DATA BEASISWA DISIMPAN'.
           GO TO AWAL.
       PAR2-DAFTAR.
           OPEN INPUT BEASISWA-FILE.
           IF FS-BEASISWA-FILE NOT = '00'
               DISPLAY 'MASTER BEASISWA MASIH KOSONG'
               GO TO AWAL.
           MOVE 0 TO WS-JML-DAFTAR.
           DISPLAY 'NPM       SKEMA       J  PCT  POTONGAN RP  '
               'BERLAKU      A'.
           PERFORM TULIS-DAFTAR UNTIL FS-BEASISWA-FILE = '10'.
           CLOSE BEASISWA-FILE.
           DISPLAY 'JUMLAH PENERIMA : ' WS-JML-DAFTAR.
           MOVE 'DAFTAR BEASISWA DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       PAR3-HAPUS.
           PERFORM BUKA-BEASISWA-IO.
           DISPLAY 'NPM PENERIMA YANG AKAN DIHAPUS : '.
           ACCEPT ISI-NPM.
           MOVE ISI-NPM TO BSW-NPM.
           READ BEASISWA-FILE RECORD KEY IS BSW-NPM
               INVALID KEY
                   DISPLAY 'NPM TIDAK MENERIMA BEASISWA'
                   CLOSE BEASISWA-FILE
                   GO TO AWAL
           END-READ.
           DISPLAY 'HAPUS BEASISWA ' BSW-SKEMA ' ? (Y/N) : '.
           ACCEPT JWB-HAPUS.
           IF JWB-HAPUS = 'Y' OR JWB-HAPUS = 'y'
               DELETE BEASISWA-FILE RECORD
               MOVE 'BEASISWA DIHAPUS' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               DISPLAY 'BEASISWA DIHAPUS DARI MASTER'
           END-IF.
           CLOSE BEASISWA-FILE.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       BUKA-BEASISWA-IO.
           OPEN I-O BEASISWA-FILE.
           IF FS-BEASISWA-FILE = '35'
               CLOSE BEASISWA-FILE
               OPEN OUTPUT BEASISWA-FILE
               CLOSE BEASISWA-FILE
               OPEN I-O BEASISWA-FILE.
       PINDAH-ISIAN.
           MOVE ISI-SKEMA TO BSW-SKEMA.
           MOVE ISI-JENIS TO BSW-JENIS.
           MOVE ISI-PERSEN TO BSW-PERSEN.
           MOVE ISI-POTONGAN TO BSW-POTONGAN.
           MOVE ISI-DARI TO BSW-DARI.
           MOVE ISI-SAMPAI TO BSW-SAMPAI.
           MOVE ISI-AKADEMIK TO BSW-AKADEMIK.
       TERIMA-NPM.
           DISPLAY 'NPM PENERIMA : '.
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
       TERIMA-SKEMA.
           DISPLAY 'KODE SKEMA BEASISWA : '.
           ACCEPT ISI-SKEMA.
           IF ISI-SKEMA = SPACES
               DISPLAY 'SKEMA TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'SKEMA' TO WS-BI-FIELD
               MOVE ISI-NPM TO WS-BI-NILAI
               MOVE 'SKEMA BEASISWA KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-SKEMA.
       TERIMA-JENIS.
           DISPLAY 'JENIS (P=PERSEN / T=JUMLAH TETAP) : '.
           ACCEPT ISI-JENIS.
           IF ISI-JENIS NOT = 'P' AND ISI-JENIS NOT = 'T'
               DISPLAY 'JENIS HARUS P ATAU T, ULANGI'
               MOVE 'JENIS' TO WS-BI-FIELD
               MOVE ISI-JENIS TO WS-BI-NILAI
               MOVE 'JENIS HARUS P ATAU T' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-JENIS.
       TERIMA-PERSEN.
           DISPLAY 'PERSEN POTONGAN (1-100) : '.
           ACCEPT ISI-PERSEN.
           IF ISI-PERSEN < 1 OR ISI-PERSEN > 100
               DISPLAY 'PERSEN HARUS 1 - 100, ULANGI'
               MOVE 'PERSEN' TO WS-BI-FIELD
               MOVE ISI-PERSEN TO WS-BI-NILAI
               MOVE 'PERSEN DILUAR RENTANG 1-100' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-PERSEN.
       TERIMA-POTONGAN.
           DISPLAY 'JUMLAH POTONGAN (RUPIAH) : '.
           ACCEPT ISI-POTONGAN.
           IF ISI-POTONGAN = 0
               DISPLAY 'JUMLAH POTONGAN HARUS LEBIH DARI 0, ULANGI'
               MOVE 'POTONGAN' TO WS-BI-FIELD
               MOVE ISI-POTONGAN TO WS-BI-NILAI
               MOVE 'JUMLAH POTONGAN NOL' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-POTONGAN.
       TERIMA-DARI.
           DISPLAY 'BERLAKU DARI SEMESTER : '.
           ACCEPT ISI-DARI.
           IF ISI-DARI = SPACES
               DISPLAY 'SEMESTER AWAL TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'DARI' TO WS-BI-FIELD
               MOVE ISI-NPM TO WS-BI-NILAI
               MOVE 'SEMESTER AWAL KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-DARI.
       TERIMA-SAMPAI.
           DISPLAY 'BERLAKU SAMPAI SEMESTER (KOSONG = TERBUKA) : '.
           ACCEPT ISI-SAMPAI.
           IF ISI-SAMPAI NOT = SPACES AND ISI-SAMPAI < ISI-DARI
               DISPLAY 'SEMESTER AKHIR SEBELUM SEMESTER AWAL, ULANGI'
               MOVE 'SAMPAI' TO WS-BI-FIELD
               MOVE ISI-SAMPAI TO WS-BI-NILAI
               MOVE 'SAMPAI SEBELUM DARI' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-SAMPAI.
       TERIMA-AKADEMIK.
           DISPLAY 'TERIKAT PRESTASI AKADEMIK ? (Y/N) : '.
           ACCEPT ISI-AKADEMIK.
           IF ISI-AKADEMIK NOT = 'Y' AND ISI-AKADEMIK NOT = 'N'
               DISPLAY 'JAWAB Y ATAU N, ULANGI'
               MOVE 'AKADEMIK' TO WS-BI-FIELD
               MOVE ISI-AKADEMIK TO WS-BI-NILAI
               MOVE 'HARUS Y ATAU N' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-AKADEMIK.
       TULIS-DAFTAR.
           READ BEASISWA-FILE NEXT RECORD
               AT END MOVE '10' TO FS-BEASISWA-FILE.
           IF FS-BEASISWA-FILE NOT = '10'
               MOVE BSW-NPM TO BD-NPM
               MOVE BSW-SKEMA TO BD-SKEMA
               MOVE BSW-JENIS TO BD-JENIS
               MOVE BSW-PERSEN TO BD-PERSEN
               MOVE BSW-POTONGAN TO BD-POTONGAN
               MOVE BSW-DARI TO BD-DARI
               MOVE BSW-SAMPAI TO BD-SAMPAI
               MOVE BSW-AKADEMIK TO BD-AKADEMIK
               DISPLAY BARIS-DAFTAR
               ADD 1 TO WS-JML-DAFTAR
           END-IF.
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
           MOVE 'BSWMNT1' TO AUD-PROGRAM.
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
           MOVE 'BSWMNT1' TO BI-PROGRAM.
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
       END PROGRAM BSWMNT1.
