      ******************************************************************
      * Author:
      * Date:
      * Purpose: Attendance entry for the HADIR master. For one
      *          course and meeting the clerk walks the class roll
      *          from KRSFILE and keys H (hadir), I (izin), S (sakit)
      *          or A (alpa) per student; a meeting keyed again is
      *          corrected in place. The recap lists each enrolled
      *          student's attendance percentage and whether the UAS
      *          rule in HADCEK1 lets them sit the final exam, and a
      *          single wrong row can be removed. Entry is refused
      *          while the PERIODE term is closed, like NILAI1.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HDRMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HDRSEL.
           COPY KRSSEL.
           COPY MHSSEL.
           COPY MKSEL.
           COPY PRDSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY HDRFD.
           COPY KRSFD.
           COPY MHSFD.
           COPY MKFD.
           COPY PRDFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-HADIR-FILE PIC XX VALUE '00'.
       77  FS-KRS-FILE PIC XX VALUE '00'.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-MK-FILE PIC XX VALUE '00'.
       77  FS-PERIODE-FILE PIC XX VALUE '00'.
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
       77  SW-PERIODE-TUTUP PIC X VALUE 'N'.
           88 PERIODE-TUTUP VALUE 'Y'.
       77  WS-SEMESTER PIC X(5) VALUE SPACES.
       77  SW-KATALOG-MK PIC X VALUE 'N'.
           88 KATALOG-MK-AKTIF VALUE 'Y'.
       77  SW-MK-ADA PIC X VALUE 'N'.
           88 MK-ADA VALUE 'Y'.
           88 MK-TIDAK-ADA VALUE 'N'.
       77  SW-REGISTRASI PIC X VALUE 'N'.
           88 REGISTRASI-AKTIF VALUE 'Y'.
       77  SW-REKAM-ADA PIC X VALUE 'N'.
           88 REKAM-ADA VALUE 'Y'.
       77  WS-KODE-MK PIC X(6) VALUE SPACES.
       77  WS-PERTEMUAN PIC 9(2) VALUE 0.
       77  WS-TANGGAL PIC 9(8) VALUE 0.
       77  WS-STATUS PIC X(1) VALUE SPACE.
       77  WS-STATUS-LAMA PIC X(1) VALUE SPACE.
       77  WS-NAMA PIC X(20) VALUE SPACES.
       77  WS-JML-MHS PIC 9(4) VALUE 0.
       77  WS-JML-CEKAL PIC 9(4) VALUE 0.
       77  WS-HASIL-UAS PIC X(1) VALUE SPACE.
       77  WS-PERSEN-HADIR PIC 9(3) VALUE 0.
       01  BARIS-REKAP.
           02 BR-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-NAMA PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-PERSEN PIC ZZ9.
           02 FILLER PIC X(3) VALUE '%  '.
           02 BR-KET PIC X(20).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   HDRMNT1 - PRESENSI KULIAH'.
           DISPLAY '========================================'.
           DISPLAY '1. ISI PRESENSI PERTEMUAN'.
           DISPLAY '2. REKAP KEHADIRAN / SYARAT UAS'.
           DISPLAY '3. HAPUS SATU PRESENSI'.
           DISPLAY '4. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-ISI.
           IF PIL = 2 GO TO PAR2-REKAP.
           IF PIL = 3 GO TO PAR3-HAPUS.
           IF PIL = 4 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-ISI.
           PERFORM BACA-PERIODE.
           IF PERIODE-TUTUP
               DISPLAY 'PERIODE AKADEMIK DITUTUP, ENTRI DITOLAK'
               MOVE 'ENTRI DITOLAK, PERIODE TUTUP' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               GO TO AWAL
           END-IF.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE NOT = '00'
               DISPLAY 'KRSFILE TIDAK TERBUKA, DAFTAR KELAS TIDAK ADA'
               GO TO AWAL
           END-IF.
           PERFORM BUKA-KATALOG.
           PERFORM TERIMA-KODE-MK.
           IF KATALOG-MK-AKTIF
               CLOSE MK-FILE
           END-IF.
           PERFORM TERIMA-PERTEMUAN.
           PERFORM TERIMA-TANGGAL.
           PERFORM BUKA-REGISTRASI.
           PERFORM BUKA-HADIR-IO.
           MOVE 0 TO WS-JML-MHS.
           PERFORM ISI-PRESENSI-BARIS UNTIL FS-KRS-FILE = '10'.
           CLOSE HADIR-FILE.
           CLOSE KRS-FILE.
           IF REGISTRASI-AKTIF
               CLOSE MHS-FILE
           END-IF.
           IF WS-JML-MHS = 0
               DISPLAY 'TIDAK ADA MAHASISWA KRS UNTUK ' WS-KODE-MK
           ELSE
               DISPLAY 'PRESENSI ' WS-JML-MHS ' MAHASISWA DISIMPAN'
           END-IF.
           MOVE 'PRESENSI PERTEMUAN DIISI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       PAR2-REKAP.
           PERFORM BACA-PERIODE.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE NOT = '00'
               DISPLAY 'KRSFILE TIDAK TERBUKA, DAFTAR KELAS TIDAK ADA'
               GO TO AWAL
           END-IF.
           DISPLAY 'KODE MK : '.
           ACCEPT WS-KODE-MK.
           PERFORM BUKA-REGISTRASI.
           MOVE 0 TO WS-JML-MHS.
           MOVE 0 TO WS-JML-CEKAL.
           DISPLAY 'NPM       NAMA                  HADIR  SYARAT UAS'.
           PERFORM REKAP-BARIS UNTIL FS-KRS-FILE = '10'.
           CLOSE KRS-FILE.
           IF REGISTRASI-AKTIF
               CLOSE MHS-FILE
           END-IF.
           DISPLAY 'JUMLAH MAHASISWA : ' WS-JML-MHS
               '  TIDAK BERHAK UAS : ' WS-JML-CEKAL.
           MOVE 'REKAP KEHADIRAN DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       PAR3-HAPUS.
           PERFORM BACA-PERIODE.
           IF PERIODE-TUTUP
               DISPLAY 'PERIODE AKADEMIK DITUTUP, ENTRI DITOLAK'
               GO TO AWAL
           END-IF.
           PERFORM BUKA-HADIR-IO.
           DISPLAY 'NPM : '.
           ACCEPT HDR-NPM.
           DISPLAY 'KODE MK : '.
           ACCEPT HDR-KODE-MK.
           DISPLAY 'PERTEMUAN KE : '.
           ACCEPT HDR-PERTEMUAN.
           READ HADIR-FILE RECORD KEY IS HDR-KEY
               INVALID KEY
                   DISPLAY 'PRESENSI TIDAK TERDAFTAR'
                   CLOSE HADIR-FILE
                   GO TO AWAL
           END-READ.
           DISPLAY 'HAPUS PRESENSI ' HDR-NPM ' ' HDR-KODE-MK
               ' KE-' HDR-PERTEMUAN ' (' HDR-STATUS ') ? (Y/N) : '.
           ACCEPT JWB-HAPUS.
           IF JWB-HAPUS = 'Y' OR JWB-HAPUS = 'y'
               DELETE HADIR-FILE RECORD
               MOVE 'PRESENSI DIHAPUS' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               DISPLAY 'PRESENSI DIHAPUS'
           END-IF.
           CLOSE HADIR-FILE.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       BACA-PERIODE.
      *    The semester stamps each attendance row; a closed term
      *    refuses entry the same way NILAI1 does.
           MOVE 'N' TO SW-PERIODE-TUTUP.
           MOVE SPACES TO WS-SEMESTER.
           OPEN INPUT PERIODE-FILE.
           IF FS-PERIODE-FILE = '00'
               READ PERIODE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRD-SEMESTER TO WS-SEMESTER
                       IF PRD-TUTUP
                           MOVE 'Y' TO SW-PERIODE-TUTUP
                       END-IF
               END-READ
               CLOSE PERIODE-FILE
           END-IF.
       BUKA-HADIR-IO.
           OPEN I-O HADIR-FILE.
           IF FS-HADIR-FILE = '35'
               CLOSE HADIR-FILE
               OPEN OUTPUT HADIR-FILE
               CLOSE HADIR-FILE
               OPEN I-O HADIR-FILE.
       BUKA-KATALOG.
           OPEN INPUT MK-FILE.
           IF FS-MK-FILE = '00'
               MOVE 'Y' TO SW-KATALOG-MK
           ELSE
               MOVE 'N' TO SW-KATALOG-MK
               DISPLAY 'KATALOG MKFILE TIDAK TERBUKA, '
                   'KODE MK TIDAK DIPERIKSA'
           END-IF.
       BUKA-REGISTRASI.
           OPEN INPUT MHS-FILE.
           IF FS-MHS-FILE = '00'
               MOVE 'Y' TO SW-REGISTRASI
           ELSE
               MOVE 'N' TO SW-REGISTRASI
           END-IF.
       TERIMA-KODE-MK.
           DISPLAY 'KODE MK : '.
           ACCEPT WS-KODE-MK.
           IF WS-KODE-MK = SPACES
               DISPLAY 'KODE MK TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'KODE-MK' TO WS-BI-FIELD
               MOVE WS-KODE-MK TO WS-BI-NILAI
               MOVE 'KODE MK KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-KODE-MK
           ELSE
               IF KATALOG-MK-AKTIF
                   PERFORM CARI-KATALOG-MK
                   IF MK-TIDAK-ADA
                       DISPLAY 'KODE MK TIDAK ADA DI KATALOG, ULANGI'
                       MOVE 'KODE-MK' TO WS-BI-FIELD
                       MOVE WS-KODE-MK TO WS-BI-NILAI
                       MOVE 'KODE MK TIDAK DI KATALOG' TO WS-BI-PESAN
                       PERFORM CATAT-BADINPUT
                       PERFORM TERIMA-KODE-MK
                   END-IF
               END-IF
           END-IF.
       CARI-KATALOG-MK.
           MOVE WS-KODE-MK TO MK-KODE.
           MOVE 'N' TO SW-MK-ADA.
           READ MK-FILE RECORD KEY IS MK-KODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SW-MK-ADA
           END-READ.
       TERIMA-PERTEMUAN.
           DISPLAY 'PERTEMUAN KE (1-99) : '.
           ACCEPT WS-PERTEMUAN.
           IF WS-PERTEMUAN < 1
               DISPLAY 'PERTEMUAN MINIMAL 1, ULANGI'
               MOVE 'PERTEMUAN' TO WS-BI-FIELD
               MOVE WS-PERTEMUAN TO WS-BI-NILAI
               MOVE 'NOMOR PERTEMUAN NOL' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-PERTEMUAN.
       TERIMA-TANGGAL.
           DISPLAY 'TANGGAL KULIAH (YYYYMMDD, 0 = HARI INI) : '.
           ACCEPT WS-TANGGAL.
           IF WS-TANGGAL = 0
               ACCEPT WS-TANGGAL FROM DATE YYYYMMDD
           END-IF.
           IF WS-TANGGAL < 19000101
               DISPLAY 'TANGGAL TIDAK VALID, ULANGI'
               MOVE 'TANGGAL' TO WS-BI-FIELD
               MOVE WS-TANGGAL TO WS-BI-NILAI
               MOVE 'TANGGAL KULIAH TIDAK VALID' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-TANGGAL
           END-IF.
       ISI-PRESENSI-BARIS.
           READ KRS-FILE NEXT RECORD
               AT END MOVE '10' TO FS-KRS-FILE.
           IF FS-KRS-FILE NOT = '10'
               AND KRS-KODE-MK = WS-KODE-MK
               AND (WS-SEMESTER = SPACES
                   OR KRS-SEMESTER = WS-SEMESTER)
               ADD 1 TO WS-JML-MHS
               PERFORM CARI-NAMA
               MOVE KRS-NPM TO HDR-NPM
               MOVE WS-KODE-MK TO HDR-KODE-MK
               MOVE WS-PERTEMUAN TO HDR-PERTEMUAN
               MOVE SPACE TO WS-STATUS-LAMA
               MOVE 'N' TO SW-REKAM-ADA
               READ HADIR-FILE RECORD KEY IS HDR-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SW-REKAM-ADA
                       MOVE HDR-STATUS TO WS-STATUS-LAMA
               END-READ
               DISPLAY KRS-NPM ' ' WS-NAMA ' [' WS-STATUS-LAMA ']'
               PERFORM TERIMA-STATUS
               MOVE KRS-NPM TO HDR-NPM
               MOVE WS-KODE-MK TO HDR-KODE-MK
               MOVE WS-PERTEMUAN TO HDR-PERTEMUAN
               MOVE WS-SEMESTER TO HDR-SEMESTER
               MOVE WS-TANGGAL TO HDR-TANGGAL
               MOVE WS-STATUS TO HDR-STATUS
               IF REKAM-ADA
                   REWRITE HADIR-RECORD
               ELSE
                   WRITE HADIR-RECORD
               END-IF
           END-IF.
       TERIMA-STATUS.
      *    Enter on a meeting already keyed keeps what is on file.
           DISPLAY '   STATUS (H/I/S/A) : '.
           ACCEPT WS-STATUS.
           IF WS-STATUS = SPACE AND WS-STATUS-LAMA NOT = SPACE
               MOVE WS-STATUS-LAMA TO WS-STATUS
           END-IF.
           IF WS-STATUS NOT = 'H' AND WS-STATUS NOT = 'I'
               AND WS-STATUS NOT = 'S' AND WS-STATUS NOT = 'A'
               DISPLAY 'STATUS HARUS H, I, S ATAU A, ULANGI'
               MOVE 'STATUS-HADIR' TO WS-BI-FIELD
               MOVE WS-STATUS TO WS-BI-NILAI
               MOVE 'STATUS PRESENSI TIDAK VALID' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-STATUS
           END-IF.
       CARI-NAMA.
           MOVE SPACES TO WS-NAMA.
           IF REGISTRASI-AKTIF
               MOVE KRS-NPM TO MHS-NPM
               READ MHS-FILE RECORD KEY IS MHS-NPM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MHS-NAMA TO WS-NAMA
               END-READ
           END-IF.
       REKAP-BARIS.
           READ KRS-FILE NEXT RECORD
               AT END MOVE '10' TO FS-KRS-FILE.
           IF FS-KRS-FILE NOT = '10'
               AND KRS-KODE-MK = WS-KODE-MK
               AND (WS-SEMESTER = SPACES
                   OR KRS-SEMESTER = WS-SEMESTER)
               ADD 1 TO WS-JML-MHS
               PERFORM CARI-NAMA
               CALL 'HADCEK1' USING KRS-NPM, KRS-KODE-MK,
                   WS-HASIL-UAS, WS-PERSEN-HADIR
               MOVE KRS-NPM TO BR-NPM
               MOVE WS-NAMA TO BR-NAMA
               MOVE WS-PERSEN-HADIR TO BR-PERSEN
               IF WS-HASIL-UAS = 'N'
                   ADD 1 TO WS-JML-CEKAL
                   MOVE 'TIDAK BERHAK UAS' TO BR-KET
               ELSE
                   IF WS-HASIL-UAS = 'X'
                       MOVE 'HADIR TIDAK TERBUKA' TO BR-KET
                   ELSE
                       MOVE 'BERHAK UAS' TO BR-KET
                   END-IF
               END-IF
               DISPLAY BARIS-REKAP
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
           MOVE 'HADIR' TO WS-LOCK-SUMBER.
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
           MOVE 'HADIR' TO WS-LOCK-SUMBER.
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
           MOVE 'HDRMNT1' TO AUD-PROGRAM.
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
           MOVE 'HDRMNT1' TO BI-PROGRAM.
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
       END PROGRAM HDRMNT1.
