      ******************************************************************
      * Author:
      * Date:
      * Purpose: Maintenance for the class timetable master (JADWAL):
      *          add or change a course section (day, start and end
      *          time, room, seat capacity), list the timetable, and
      *          remove a section. The course code is validated against
      *          the MKFILE catalog when it is open, and a section is
      *          refused when its room is already booked by another
      *          section on the same day at an overlapping hour. KRSREG1
      *          enrols against these rows, and a section is not removed
      *          while KRSFILE still holds enrolments in it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JDWMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY JDWSEL.
           COPY MKSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
           COPY KRSSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY JDWFD.
           COPY MKFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
           COPY KRSFD.
       WORKING-STORAGE SECTION.
       77  FS-JADWAL-FILE PIC XX VALUE '00'.
       77  FS-MK-FILE PIC XX VALUE '00'.
       77  FS-KRS-FILE PIC XX VALUE '00'.
       77  WS-JML-KRS PIC 9(5) VALUE 0.
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
       77  FS-BAD-INPUT-FILE PIC XX VALUE '00'.
       77  WS-BI-FIELD PIC X(15).
       77  WS-BI-NILAI PIC X(20).
       77  WS-BI-PESAN PIC X(30).
       77  PIL PIC 9 VALUE 0.
       77  JWB-HAPUS PIC X VALUE 'N'.
       77  WS-JML-DAFTAR PIC 9(5) VALUE 0.
       77  SW-KATALOG-MK PIC X VALUE 'N'.
           88 KATALOG-MK-AKTIF VALUE 'Y'.
       77  SW-MK-ADA PIC X VALUE 'N'.
           88 MK-ADA VALUE 'Y'.
           88 MK-TIDAK-ADA VALUE 'N'.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  SW-RUANG-BENTROK PIC X VALUE 'N'.
           88 RUANG-BENTROK VALUE 'Y'.
       77  WS-KEY-BENTROK PIC X(8) VALUE SPACES.
       01  WS-WAKTU PIC 9(4) VALUE 0.
       01  WS-WAKTU-R REDEFINES WS-WAKTU.
           02 WS-WAKTU-JAM PIC 99.
           02 WS-WAKTU-MENIT PIC 99.
       01  ISIAN-JADWAL.
           02 ISI-KEY.
              03 ISI-KODE-MK PIC X(6).
              03 ISI-KELAS PIC X(2).
           02 ISI-HARI PIC 9(1).
           02 ISI-MULAI PIC 9(4).
           02 ISI-SELESAI PIC 9(4).
           02 ISI-RUANG PIC X(6).
           02 ISI-KAPASITAS PIC 9(3).
       01  TABEL-NAMA-HARI.
           02 FILLER PIC X(6) VALUE 'SENIN '.
           02 FILLER PIC X(6) VALUE 'SELASA'.
           02 FILLER PIC X(6) VALUE 'RABU  '.
           02 FILLER PIC X(6) VALUE 'KAMIS '.
           02 FILLER PIC X(6) VALUE 'JUMAT '.
           02 FILLER PIC X(6) VALUE 'SABTU '.
       01  TABEL-NAMA-HARI-R REDEFINES TABEL-NAMA-HARI.
           02 NAMA-HARI OCCURS 6 TIMES PIC X(6).
       01  BARIS-DAFTAR.
           02 BD-KODE-MK PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-KELAS PIC X(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-HARI PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-MULAI PIC 99B99.
           02 FILLER PIC X(1) VALUE '-'.
           02 BD-SELESAI PIC 99B99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-RUANG PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-KAPASITAS PIC ZZ9.
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   JDWMNT1 - JADWAL KULIAH'.
           DISPLAY '========================================'.
           DISPLAY '1. TAMBAH / UBAH KELAS'.
           DISPLAY '2. DAFTAR JADWAL'.
           DISPLAY '3. HAPUS KELAS'.
           DISPLAY '4. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-TAMBAH.
           IF PIL = 2 GO TO PAR2-DAFTAR.
           IF PIL = 3 GO TO PAR3-HAPUS.
           IF PIL = 4 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-TAMBAH.
           PERFORM BUKA-KATALOG.
           PERFORM TERIMA-KODE-MK.
           IF KATALOG-MK-AKTIF
               CLOSE MK-FILE
           END-IF.
           PERFORM TERIMA-KELAS.
           PERFORM TERIMA-HARI.
           PERFORM TERIMA-MULAI.
           PERFORM TERIMA-SELESAI.
           PERFORM TERIMA-RUANG.
           PERFORM TERIMA-KAPASITAS.
           PERFORM BUKA-JADWAL-IO.
           PERFORM PERIKSA-RUANG.
           IF RUANG-BENTROK
               CLOSE JADWAL-FILE
               DISPLAY 'RUANG ' ISI-RUANG ' SUDAH DIPAKAI '
                   WS-KEY-BENTROK ' PADA JAM ITU, KELAS DITOLAK'
               MOVE 'RUANG' TO WS-BI-FIELD
               MOVE ISI-KEY TO WS-BI-NILAI
               MOVE SPACES TO WS-BI-PESAN
               STRING 'RUANG BENTROK ' DELIMITED BY SIZE
                   WS-KEY-BENTROK DELIMITED BY SIZE
                   INTO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               MOVE 'KELAS DITOLAK RUANG BENTROK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               GO TO AWAL
           END-IF.
           MOVE ISI-KEY TO JDW-KEY.
           READ JADWAL-FILE RECORD KEY IS JDW-KEY
               INVALID KEY
                   PERFORM PINDAH-ISIAN
                   WRITE JADWAL-RECORD
                   MOVE 'KELAS DITAMBAHKAN' TO WS-AUDIT-AKSI
               NOT INVALID KEY
                   PERFORM PINDAH-ISIAN
                   REWRITE JADWAL-RECORD
                   MOVE 'KELAS DIUBAH' TO WS-AUDIT-AKSI
           END-READ.
           CLOSE JADWAL-FILE.
           PERFORM CATAT-AUDIT.
           DISPLAY 'DATA KELAS DISIMPAN'.
           GO TO AWAL.
       PAR2-DAFTAR.
           OPEN INPUT JADWAL-FILE.
           IF FS-JADWAL-FILE NOT = '00'
               DISPLAY 'JADWAL MASIH KOSONG'
               GO TO AWAL.
           MOVE 0 TO WS-JML-DAFTAR.
           DISPLAY 'KODEMK  KL  HARI    JAM          RUANG   KAP'.
           PERFORM TULIS-DAFTAR UNTIL FS-JADWAL-FILE = '10'.
           CLOSE JADWAL-FILE.
           DISPLAY 'JUMLAH KELAS : ' WS-JML-DAFTAR.
           MOVE 'DAFTAR JADWAL DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       PAR3-HAPUS.
           PERFORM BUKA-JADWAL-IO.
           DISPLAY 'KODE MK YANG AKAN DIHAPUS : '.
           ACCEPT ISI-KODE-MK.
           DISPLAY 'KELAS YANG AKAN DIHAPUS : '.
           ACCEPT ISI-KELAS.
           MOVE ISI-KEY TO JDW-KEY.
           READ JADWAL-FILE RECORD KEY IS JDW-KEY
               INVALID KEY
                   DISPLAY 'KELAS TIDAK TERDAFTAR'
                   CLOSE JADWAL-FILE
                   GO TO AWAL
           END-READ.
           PERFORM PERIKSA-KRS-KELAS.
           IF WS-JML-KRS > 0
               CLOSE JADWAL-FILE
               DISPLAY 'KELAS MASIH DIISI ' WS-JML-KRS
                   ' MAHASISWA DI KRS, TIDAK DAPAT DIHAPUS'
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'HAPUS DITOLAK ADA KRS ' DELIMITED BY SIZE
                   ISI-KODE-MK DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ISI-KELAS DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               GO TO AWAL
           END-IF.
           DISPLAY 'HAPUS KELAS ' JDW-KODE-MK ' ' JDW-KELAS
               ' ? (Y/N) : '.
           ACCEPT JWB-HAPUS.
           IF JWB-HAPUS = 'Y' OR JWB-HAPUS = 'y'
               DELETE JADWAL-FILE RECORD
               MOVE 'KELAS DIHAPUS' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               DISPLAY 'KELAS DIHAPUS'
           END-IF.
           CLOSE JADWAL-FILE.
           GO TO AWAL.
       PERIKSA-KRS-KELAS.
      *    A section still carrying enrolments cannot be removed, or
      *    those KRS rows would point at a class that no longer
      *    exists. No KRSFILE yet means nobody has enrolled.
           MOVE 0 TO WS-JML-KRS.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE = '00'
               PERFORM HITUNG-KRS-KELAS UNTIL FS-KRS-FILE = '10'
               CLOSE KRS-FILE
           END-IF.
       HITUNG-KRS-KELAS.
           READ KRS-FILE NEXT RECORD
               AT END MOVE '10' TO FS-KRS-FILE.
           IF FS-KRS-FILE NOT = '10'
               AND KRS-KODE-MK = ISI-KODE-MK
               AND KRS-KELAS = ISI-KELAS
               ADD 1 TO WS-JML-KRS
           END-IF.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       BUKA-JADWAL-IO.
           OPEN I-O JADWAL-FILE.
           IF FS-JADWAL-FILE = '35'
               CLOSE JADWAL-FILE
               OPEN OUTPUT JADWAL-FILE
               CLOSE JADWAL-FILE
               OPEN I-O JADWAL-FILE.
       BUKA-KATALOG.
           OPEN INPUT MK-FILE.
           IF FS-MK-FILE = '00'
               MOVE 'Y' TO SW-KATALOG-MK
           ELSE
               MOVE 'N' TO SW-KATALOG-MK
               DISPLAY 'KATALOG MKFILE TIDAK TERBUKA, '
                   'KODE MK TIDAK DIPERIKSA'
           END-IF.
       PINDAH-ISIAN.
           MOVE ISI-HARI TO JDW-HARI.
           MOVE ISI-MULAI TO JDW-MULAI.
           MOVE ISI-SELESAI TO JDW-SELESAI.
           MOVE ISI-RUANG TO JDW-RUANG.
           MOVE ISI-KAPASITAS TO JDW-KAPASITAS.
       PERIKSA-RUANG.
      *    Two sections clash on a room when they share the room and
      *    the day and each starts before the other ends. The row
      *    being changed is not compared with itself.
           MOVE 'N' TO SW-RUANG-BENTROK.
           MOVE 'N' TO SW-HABIS.
           MOVE LOW-VALUES TO JDW-KEY.
           START JADWAL-FILE KEY IS NOT LESS THAN JDW-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS
           END-START.
           PERFORM PERIKSA-RUANG-BARIS UNTIL HABIS OR RUANG-BENTROK.
       PERIKSA-RUANG-BARIS.
           READ JADWAL-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               AND JDW-KEY NOT = ISI-KEY
               AND JDW-RUANG = ISI-RUANG
               AND JDW-HARI = ISI-HARI
               AND JDW-MULAI < ISI-SELESAI
               AND ISI-MULAI < JDW-SELESAI
               MOVE 'Y' TO SW-RUANG-BENTROK
               MOVE JDW-KEY TO WS-KEY-BENTROK
           END-IF.
       TERIMA-KODE-MK.
           DISPLAY 'KODE MK : '.
           ACCEPT ISI-KODE-MK.
           IF ISI-KODE-MK = SPACES
               DISPLAY 'KODE MK TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'KODE-MK' TO WS-BI-FIELD
               MOVE ISI-KODE-MK TO WS-BI-NILAI
               MOVE 'KODE MK KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-KODE-MK
           ELSE
               IF KATALOG-MK-AKTIF
                   PERFORM CARI-KATALOG-MK
                   IF MK-TIDAK-ADA
                       DISPLAY 'KODE MK TIDAK ADA DI KATALOG, ULANGI'
                       MOVE 'KODE-MK' TO WS-BI-FIELD
                       MOVE ISI-KODE-MK TO WS-BI-NILAI
                       MOVE 'KODE MK TIDAK DI KATALOG' TO WS-BI-PESAN
                       PERFORM CATAT-BADINPUT
                       PERFORM TERIMA-KODE-MK
                   END-IF
               END-IF
           END-IF.
       CARI-KATALOG-MK.
           MOVE ISI-KODE-MK TO MK-KODE.
           MOVE 'N' TO SW-MK-ADA.
           READ MK-FILE RECORD KEY IS MK-KODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SW-MK-ADA
           END-READ.
       TERIMA-KELAS.
           DISPLAY 'KELAS (MIS. A1) : '.
           ACCEPT ISI-KELAS.
           IF ISI-KELAS = SPACES
               DISPLAY 'KELAS TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'KELAS' TO WS-BI-FIELD
               MOVE ISI-KELAS TO WS-BI-NILAI
               MOVE 'KELAS KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-KELAS.
       TERIMA-HARI.
           DISPLAY 'HARI (1=SENIN .. 6=SABTU) : '.
           ACCEPT ISI-HARI.
           IF ISI-HARI < 1 OR ISI-HARI > 6
               DISPLAY 'HARI HARUS 1 - 6, ULANGI'
               MOVE 'HARI' TO WS-BI-FIELD
               MOVE ISI-HARI TO WS-BI-NILAI
               MOVE 'HARI DILUAR RENTANG 1-6' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-HARI.
       TERIMA-MULAI.
           DISPLAY 'JAM MULAI (JJMM, MIS. 0730) : '.
           ACCEPT ISI-MULAI.
           MOVE ISI-MULAI TO WS-WAKTU.
           IF WS-WAKTU-JAM > 23 OR WS-WAKTU-MENIT > 59
               DISPLAY 'JAM MULAI TIDAK VALID, ULANGI'
               MOVE 'JAM-MULAI' TO WS-BI-FIELD
               MOVE ISI-MULAI TO WS-BI-NILAI
               MOVE 'JAM MULAI TIDAK VALID' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-MULAI.
       TERIMA-SELESAI.
           DISPLAY 'JAM SELESAI (JJMM) : '.
           ACCEPT ISI-SELESAI.
           MOVE ISI-SELESAI TO WS-WAKTU.
           IF WS-WAKTU-JAM > 23 OR WS-WAKTU-MENIT > 59
               OR ISI-SELESAI NOT > ISI-MULAI
               DISPLAY 'JAM SELESAI HARUS SESUDAH JAM MULAI, ULANGI'
               MOVE 'JAM-SELESAI' TO WS-BI-FIELD
               MOVE ISI-SELESAI TO WS-BI-NILAI
               MOVE 'JAM SELESAI TIDAK VALID' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-SELESAI.
       TERIMA-RUANG.
           DISPLAY 'RUANG : '.
           ACCEPT ISI-RUANG.
           IF ISI-RUANG = SPACES
               DISPLAY 'RUANG TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'RUANG' TO WS-BI-FIELD
               MOVE ISI-RUANG TO WS-BI-NILAI
               MOVE 'RUANG KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-RUANG.
       TERIMA-KAPASITAS.
           DISPLAY 'KAPASITAS KURSI (1-999) : '.
           ACCEPT ISI-KAPASITAS.
           IF ISI-KAPASITAS < 1
               DISPLAY 'KAPASITAS MINIMAL 1, ULANGI'
               MOVE 'KAPASITAS' TO WS-BI-FIELD
               MOVE ISI-KAPASITAS TO WS-BI-NILAI
               MOVE 'KAPASITAS NOL' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-KAPASITAS.
       TULIS-DAFTAR.
           READ JADWAL-FILE NEXT RECORD
               AT END MOVE '10' TO FS-JADWAL-FILE.
           IF FS-JADWAL-FILE NOT = '10'
               MOVE JDW-KODE-MK TO BD-KODE-MK
               MOVE JDW-KELAS TO BD-KELAS
               MOVE SPACES TO BD-HARI
               IF JDW-HARI >= 1 AND JDW-HARI <= 6
                   MOVE NAMA-HARI(JDW-HARI) TO BD-HARI
               END-IF
               MOVE JDW-MULAI TO BD-MULAI
               MOVE JDW-SELESAI TO BD-SELESAI
               INSPECT BD-MULAI REPLACING ALL ' ' BY ':'
               INSPECT BD-SELESAI REPLACING ALL ' ' BY ':'
               MOVE JDW-RUANG TO BD-RUANG
               MOVE JDW-KAPASITAS TO BD-KAPASITAS
               DISPLAY BARIS-DAFTAR
               ADD 1 TO WS-JML-DAFTAR
           END-IF.
       INISIALISASI-SESI.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           MOVE 'Y' TO WS-SESI-DIMULAI.
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
           MOVE 'JDWMNT1' TO AUD-PROGRAM.
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
           MOVE 'JDWMNT1' TO BI-PROGRAM.
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
           GOBACK.
       END PROGRAM JDWMNT1.
