      ******************************************************************
      * Author:
      * Date:
      * Purpose: Supervisor screen for student status changes on the
      *          MHSFILE registry: leave of absence (cuti) for a
      *          semester, return from leave, withdrawal, academic
      *          dropout, transfer out, and making a student
      *          non-active or active again. Every change is
      *          recorded on the STSHIST history with the semester
      *          it takes effect, the reason and the supervisor who
      *          approved it, and only changes that fit the
      *          student's current status are taken (withdrawn,
      *          dropped-out, transferred and graduated students are
      *          closed). A change taking effect in the running
      *          PERIODE semester or earlier is put on MHSFILE at
      *          once; one dated for a later semester waits there
      *          until the STSSMT1 term run brings it in, and no
      *          further change is taken for the student meanwhile.
      *          Leave is refused while the student still holds KRS
      *          for that semester. Also lists a student's history.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STSMNT1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MHSSEL.
           COPY STHSEL.
           COPY KRSSEL.
           COPY PRDSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY MHSFD.
           COPY STHFD.
           COPY KRSFD.
           COPY PRDFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-STATUS-HISTORI PIC XX VALUE '00'.
       77  FS-KRS-FILE PIC XX VALUE '00'.
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
       77  JWB-SIMPAN PIC X VALUE 'N'.
       77  WS-JML-DAFTAR PIC 9(5) VALUE 0.
       77  WS-SEMESTER-JALAN PIC X(5) VALUE SPACES.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  SW-ADA-KRS PIC X VALUE 'N'.
           88 ADA-KRS VALUE 'Y'.
       77  SW-PERALIHAN PIC X VALUE 'N'.
           88 PERALIHAN-SAH VALUE 'Y'.
       77  WS-STATUS-BARU PIC X(1) VALUE SPACE.
       77  WS-NAMA-STATUS PIC X(12) VALUE SPACES.
       77  WS-STATUS-NAMAI PIC X(1) VALUE SPACE.
      *    Status history entry being recorded, and the student's
      *    last entry on file.
       77  WS-RWY-NPM PIC X(8) VALUE SPACES.
       77  WS-RWY-SEMESTER PIC X(5) VALUE SPACES.
       77  WS-RWY-JENIS PIC X(1) VALUE SPACE.
       77  WS-RWY-LAMA PIC X(1) VALUE SPACE.
       77  WS-RWY-BARU PIC X(1) VALUE SPACE.
       77  WS-RWY-ALASAN PIC X(30) VALUE SPACES.
       77  WS-SMT-TERAKHIR PIC X(5) VALUE SPACES.
       77  WS-URUT-TERAKHIR PIC 9(2) VALUE 0.
       01  ISIAN-STATUS.
           02 ISI-NPM PIC X(8).
           02 ISI-JENIS PIC X(1).
              88 ISI-JENIS-SAH VALUE 'C' 'R' 'K' 'D' 'P' 'N' 'A'.
           02 ISI-SEMESTER PIC X(5).
           02 ISI-ALASAN PIC X(30).
       01  BARIS-RIWAYAT.
           02 BR-SEMESTER PIC X(5).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BR-URUT PIC 9(2).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-JENIS PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-LAMA PIC X(1).
           02 FILLER PIC X(2) VALUE '->'.
           02 BR-BARU PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-ALASAN PIC X(30).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BR-PENYETUJU PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BR-TANGGAL PIC 9(8).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   STSMNT1 - STATUS MAHASISWA'.
           DISPLAY '========================================'.
           DISPLAY '1. UBAH STATUS MAHASISWA'.
           DISPLAY '2. RIWAYAT STATUS MAHASISWA'.
           DISPLAY '3. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-UBAH.
           IF PIL = 2 GO TO PAR2-RIWAYAT.
           IF PIL = 3 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-UBAH.
           OPEN I-O MHS-FILE.
           IF FS-MHS-FILE NOT = '00'
               DISPLAY 'MHSFILE TIDAK TERBUKA, STATUS ' FS-MHS-FILE
               GO TO AWAL.
           PERFORM TERIMA-NPM.
           MOVE ISI-NPM TO MHS-NPM.
           READ MHS-FILE RECORD KEY IS MHS-NPM
               INVALID KEY
                   DISPLAY 'NPM TIDAK TERDAFTAR'
                   CLOSE MHS-FILE
                   GO TO AWAL
           END-READ.
           IF MHS-LULUS
               DISPLAY 'MAHASISWA SUDAH LULUS, STATUS TIDAK BOLEH '
                   'DIUBAH (BATALKAN LEWAT LULBTL1)'
               MOVE 'UBAH STATUS MAHASISWA LULUS DITOLAK'
                   TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               CLOSE MHS-FILE
               GO TO AWAL.
           PERFORM BUKA-HISTORI-IO.
           MOVE ISI-NPM TO WS-RWY-NPM.
           PERFORM CARI-RIWAYAT-TERAKHIR.
           IF WS-SEMESTER-JALAN NOT = SPACES
               AND WS-SMT-TERAKHIR > WS-SEMESTER-JALAN
               DISPLAY 'PERUBAHAN STATUS SEMESTER ' WS-SMT-TERAKHIR
                   ' BELUM BERLAKU, TUNGGU STSSMT1'
               CLOSE STATUS-HISTORI
               CLOSE MHS-FILE
               GO TO AWAL.
           MOVE MHS-STATUS TO WS-STATUS-NAMAI.
           PERFORM ISI-NAMA-STATUS.
           DISPLAY 'NAMA   : ' MHS-NAMA.
           DISPLAY 'STATUS : ' MHS-STATUS ' ' WS-NAMA-STATUS.
           PERFORM TERIMA-JENIS.
           PERFORM PERIKSA-PERALIHAN.
           IF NOT PERALIHAN-SAH
               DISPLAY 'PERUBAHAN ' ISI-JENIS ' DARI STATUS '
                   MHS-STATUS ' TIDAK DIIZINKAN'
               MOVE 'JENIS' TO WS-BI-FIELD
               MOVE ISI-JENIS TO WS-BI-NILAI
               MOVE 'PERALIHAN STATUS DITOLAK' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               CLOSE STATUS-HISTORI
               CLOSE MHS-FILE
               GO TO AWAL.
           PERFORM TERIMA-SEMESTER.
           IF ISI-JENIS = 'C'
               PERFORM CARI-KRS-CUTI
               IF ADA-KRS
                   DISPLAY 'MASIH ADA KRS SEMESTER ' ISI-SEMESTER
                       ', HAPUS KRS DULU LEWAT KRSREG1'
                   MOVE 'JENIS' TO WS-BI-FIELD
                   MOVE ISI-NPM TO WS-BI-NILAI
                   MOVE 'CUTI DITOLAK, MASIH ADA KRS' TO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
                   CLOSE STATUS-HISTORI
                   CLOSE MHS-FILE
                   GO TO AWAL
               END-IF
           END-IF.
           PERFORM TERIMA-ALASAN.
           MOVE WS-STATUS-BARU TO WS-STATUS-NAMAI.
           PERFORM ISI-NAMA-STATUS.
           DISPLAY 'STATUS ' MHS-STATUS ' MENJADI ' WS-STATUS-BARU
               ' ' WS-NAMA-STATUS ' MULAI SEMESTER ' ISI-SEMESTER.
           DISPLAY 'SIMPAN PERUBAHAN ? (Y/N) : '.
           ACCEPT JWB-SIMPAN.
           IF JWB-SIMPAN NOT = 'Y' AND JWB-SIMPAN NOT = 'y'
               DISPLAY 'PERUBAHAN TIDAK DISIMPAN'
               CLOSE STATUS-HISTORI
               CLOSE MHS-FILE
               GO TO AWAL.
           MOVE ISI-SEMESTER TO WS-RWY-SEMESTER.
           MOVE ISI-JENIS TO WS-RWY-JENIS.
           MOVE MHS-STATUS TO WS-RWY-LAMA.
           MOVE WS-STATUS-BARU TO WS-RWY-BARU.
           MOVE ISI-ALASAN TO WS-RWY-ALASAN.
           PERFORM CATAT-RIWAYAT-STATUS.
           IF WS-SEMESTER-JALAN = SPACES
               OR ISI-SEMESTER NOT > WS-SEMESTER-JALAN
               MOVE WS-STATUS-BARU TO MHS-STATUS
               REWRITE MHS-FILE-RECORD
               DISPLAY 'STATUS MAHASISWA DIUBAH'
           ELSE
               DISPLAY 'TERCATAT, BERLAKU MULAI SEMESTER '
                   ISI-SEMESTER ' LEWAT STSSMT1'
           END-IF.
           CLOSE STATUS-HISTORI.
           CLOSE MHS-FILE.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'STATUS MHS ' DELIMITED BY SIZE
               ISI-NPM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-RWY-LAMA DELIMITED BY SIZE
               '>' DELIMITED BY SIZE
               WS-RWY-BARU DELIMITED BY SIZE
               ' SMT ' DELIMITED BY SIZE
               ISI-SEMESTER DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       PAR2-RIWAYAT.
           OPEN INPUT STATUS-HISTORI.
           IF FS-STATUS-HISTORI NOT = '00'
               DISPLAY 'RIWAYAT STATUS MASIH KOSONG'
               GO TO AWAL.
           PERFORM TERIMA-NPM.
           MOVE 0 TO WS-JML-DAFTAR.
           MOVE 'N' TO SW-HABIS.
           MOVE ISI-NPM TO STH-NPM.
           MOVE LOW-VALUES TO STH-SEMESTER.
           MOVE 0 TO STH-URUT.
           START STATUS-HISTORI KEY IS NOT LESS THAN STH-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS
           END-START.
           DISPLAY 'SMT   NO  J  STATUS ALASAN                         '
               'OLEH     TANGGAL'.
           PERFORM TULIS-RIWAYAT UNTIL HABIS.
           CLOSE STATUS-HISTORI.
           DISPLAY 'JUMLAH PERUBAHAN : ' WS-JML-DAFTAR.
           MOVE 'RIWAYAT STATUS DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       BUKA-HISTORI-IO.
           OPEN I-O STATUS-HISTORI.
           IF FS-STATUS-HISTORI = '35'
               CLOSE STATUS-HISTORI
               OPEN OUTPUT STATUS-HISTORI
               CLOSE STATUS-HISTORI
               OPEN I-O STATUS-HISTORI.
       TERIMA-NPM.
           DISPLAY 'NPM : '.
           ACCEPT ISI-NPM.
           IF ISI-NPM = SPACES
               DISPLAY 'NPM TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'NPM' TO WS-BI-FIELD
               MOVE ISI-NPM TO WS-BI-NILAI
               MOVE 'NPM KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-NPM.
       TERIMA-JENIS.
           DISPLAY 'PERUBAHAN (C=CUTI / R=KEMBALI DARI CUTI / '
               'K=MENGUNDURKAN DIRI / D=DROP OUT /'.
           DISPLAY '           P=PINDAH KELUAR / N=NONAKTIF / '
               'A=AKTIF KEMBALI) : '.
           ACCEPT ISI-JENIS.
           IF NOT ISI-JENIS-SAH
               DISPLAY 'PERUBAHAN HARUS C/R/K/D/P/N/A, ULANGI'
               MOVE 'JENIS' TO WS-BI-FIELD
               MOVE ISI-JENIS TO WS-BI-NILAI
               MOVE 'JENIS HARUS C/R/K/D/P/N/A' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-JENIS.
       PERIKSA-PERALIHAN.
      *    Leave is taken from active; only a student on leave
      *    returns from it; withdrawal, dropout and transfer close
      *    any open status; N and A switch between each other.
           MOVE 'N' TO SW-PERALIHAN.
           MOVE SPACE TO WS-STATUS-BARU.
           IF ISI-JENIS = 'C' OR 'N'
               IF MHS-AKTIF
                   MOVE 'Y' TO SW-PERALIHAN
                   MOVE ISI-JENIS TO WS-STATUS-BARU
               END-IF
           ELSE
               IF ISI-JENIS = 'R'
                   IF MHS-CUTI
                       MOVE 'Y' TO SW-PERALIHAN
                       MOVE 'A' TO WS-STATUS-BARU
                   END-IF
               ELSE
                   IF ISI-JENIS = 'A'
                       IF MHS-NONAKTIF
                           MOVE 'Y' TO SW-PERALIHAN
                           MOVE 'A' TO WS-STATUS-BARU
                       END-IF
                   ELSE
                       IF MHS-AKTIF OR MHS-CUTI OR MHS-NONAKTIF
                           MOVE 'Y' TO SW-PERALIHAN
                           MOVE ISI-JENIS TO WS-STATUS-BARU
                       END-IF
                   END-IF
               END-IF
           END-IF.
       TERIMA-SEMESTER.
           DISPLAY 'SEMESTER BERLAKU (SPASI = ' WS-SEMESTER-JALAN
               ') : '.
           ACCEPT ISI-SEMESTER.
           IF ISI-SEMESTER = SPACES
               MOVE WS-SEMESTER-JALAN TO ISI-SEMESTER
           END-IF.
           MOVE SPACES TO WS-BI-PESAN.
           IF ISI-SEMESTER = SPACES
               MOVE 'SEMESTER BERLAKU KOSONG' TO WS-BI-PESAN
           ELSE
               IF ISI-SEMESTER < WS-SMT-TERAKHIR
                   MOVE 'SEBELUM PERUBAHAN TERAKHIR' TO WS-BI-PESAN
               END-IF
           END-IF.
           IF WS-BI-PESAN NOT = SPACES
               DISPLAY WS-BI-PESAN ' (' WS-SMT-TERAKHIR '), ULANGI'
               MOVE 'SEMESTER' TO WS-BI-FIELD
               MOVE ISI-SEMESTER TO WS-BI-NILAI
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-SEMESTER
           END-IF.
       TERIMA-ALASAN.
           DISPLAY 'ALASAN / NOMOR SK : '.
           ACCEPT ISI-ALASAN.
           IF ISI-ALASAN = SPACES
               DISPLAY 'ALASAN TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'ALASAN' TO WS-BI-FIELD
               MOVE ISI-ALASAN TO WS-BI-NILAI
               MOVE 'ALASAN KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-ALASAN.
       CARI-KRS-CUTI.
           MOVE 'N' TO SW-ADA-KRS.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE = '00'
               MOVE 'N' TO SW-HABIS
               MOVE ISI-NPM TO KRS-NPM
               MOVE LOW-VALUES TO KRS-KODE-MK
               START KRS-FILE KEY IS NOT LESS THAN KRS-KEY
                   INVALID KEY MOVE 'Y' TO SW-HABIS
               END-START
               PERFORM CARI-KRS-CUTI-BARIS UNTIL HABIS OR ADA-KRS
               CLOSE KRS-FILE
           END-IF.
       CARI-KRS-CUTI-BARIS.
           READ KRS-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF KRS-NPM NOT = ISI-NPM
                   MOVE 'Y' TO SW-HABIS
               ELSE
                   IF KRS-SEMESTER = ISI-SEMESTER
                       MOVE 'Y' TO SW-ADA-KRS
                   END-IF
               END-IF
           END-IF.
       TULIS-RIWAYAT.
           READ STATUS-HISTORI NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF STH-NPM NOT = ISI-NPM
                   MOVE 'Y' TO SW-HABIS
               ELSE
                   MOVE STH-SEMESTER TO BR-SEMESTER
                   MOVE STH-URUT TO BR-URUT
                   MOVE STH-JENIS TO BR-JENIS
                   MOVE STH-STATUS-LAMA TO BR-LAMA
                   MOVE STH-STATUS-BARU TO BR-BARU
                   MOVE STH-ALASAN TO BR-ALASAN
                   MOVE STH-PENYETUJU TO BR-PENYETUJU
                   MOVE STH-TANGGAL TO BR-TANGGAL
                   DISPLAY BARIS-RIWAYAT
                   ADD 1 TO WS-JML-DAFTAR
               END-IF
           END-IF.
       ISI-NAMA-STATUS.
           IF WS-STATUS-NAMAI = 'A'
               MOVE 'AKTIF' TO WS-NAMA-STATUS
           ELSE
               IF WS-STATUS-NAMAI = 'N'
                   MOVE 'NONAKTIF' TO WS-NAMA-STATUS
               ELSE
                   IF WS-STATUS-NAMAI = 'C'
                       MOVE 'CUTI' TO WS-NAMA-STATUS
                   ELSE
                       IF WS-STATUS-NAMAI = 'K'
                           MOVE 'MENGUNDURKAN' TO WS-NAMA-STATUS
                       ELSE
                           IF WS-STATUS-NAMAI = 'D'
                               MOVE 'DROP OUT' TO WS-NAMA-STATUS
                           ELSE
                               IF WS-STATUS-NAMAI = 'P'
                                   MOVE 'PINDAH' TO WS-NAMA-STATUS
                               ELSE
                                   IF WS-STATUS-NAMAI = 'L'
                                       MOVE 'LULUS' TO WS-NAMA-STATUS
                                   ELSE
                                       MOVE '?' TO WS-NAMA-STATUS
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       CARI-RIWAYAT-TERAKHIR.
      *    The student's last history entry: its semester and the
      *    sequence used within it.
           MOVE SPACES TO WS-SMT-TERAKHIR.
           MOVE 0 TO WS-URUT-TERAKHIR.
           MOVE 'N' TO SW-HABIS.
           MOVE WS-RWY-NPM TO STH-NPM.
           MOVE LOW-VALUES TO STH-SEMESTER.
           MOVE 0 TO STH-URUT.
           START STATUS-HISTORI KEY IS NOT LESS THAN STH-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS
           END-START.
           PERFORM CARI-RIWAYAT-BARIS UNTIL HABIS.
       CARI-RIWAYAT-BARIS.
           READ STATUS-HISTORI NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF STH-NPM NOT = WS-RWY-NPM
                   MOVE 'Y' TO SW-HABIS
               ELSE
                   MOVE STH-SEMESTER TO WS-SMT-TERAKHIR
                   MOVE STH-URUT TO WS-URUT-TERAKHIR
               END-IF
           END-IF.
       CATAT-RIWAYAT-STATUS.
      *    A change never sorts before one already on file: it goes
      *    under the later of its own semester and the last one
      *    recorded, after any entry already in that semester.
           PERFORM CARI-RIWAYAT-TERAKHIR.
           IF WS-SMT-TERAKHIR > WS-RWY-SEMESTER
               MOVE WS-SMT-TERAKHIR TO WS-RWY-SEMESTER
           END-IF.
           MOVE SPACES TO STATUS-HISTORI-RECORD.
           MOVE WS-RWY-NPM TO STH-NPM.
           MOVE WS-RWY-SEMESTER TO STH-SEMESTER.
           IF WS-RWY-SEMESTER = WS-SMT-TERAKHIR
               COMPUTE STH-URUT = WS-URUT-TERAKHIR + 1
           ELSE
               MOVE 1 TO STH-URUT
           END-IF.
           MOVE WS-RWY-JENIS TO STH-JENIS.
           MOVE WS-RWY-LAMA TO STH-STATUS-LAMA.
           MOVE WS-RWY-BARU TO STH-STATUS-BARU.
           MOVE WS-RWY-ALASAN TO STH-ALASAN.
           MOVE WS-OPERATOR-ID TO STH-PENYETUJU.
           ACCEPT STH-TANGGAL FROM DATE YYYYMMDD.
           MOVE 'STSMNT1' TO STH-PROGRAM.
           MOVE WS-RUN-ID TO STH-RUN-ID.
           WRITE STATUS-HISTORI-RECORD
               INVALID KEY
                   DISPLAY 'RIWAYAT STATUS ' WS-RWY-NPM
                       ' TIDAK TERCATAT, STATUS ' FS-STATUS-HISTORI
           END-WRITE.
       AMBIL-SEMESTER-PERIODE.
           MOVE SPACES TO WS-SEMESTER-JALAN.
           OPEN INPUT PERIODE-FILE.
           IF FS-PERIODE-FILE = '00'
               READ PERIODE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE PRD-SEMESTER TO WS-SEMESTER-JALAN
               END-READ
               CLOSE PERIODE-FILE
           END-IF.
           IF WS-SEMESTER-JALAN = SPACES
               DISPLAY 'PERIODE TIDAK ADA, PERUBAHAN LANGSUNG '
                   'DIBERLAKUKAN'
           ELSE
               DISPLAY 'SEMESTER BERJALAN ' WS-SEMESTER-JALAN
           END-IF.
       INISIALISASI-SESI.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           PERFORM AMBIL-SEMESTER-PERIODE.
           MOVE 'Y' TO WS-SESI-DIMULAI.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'MHSFILE' TO WS-LOCK-SUMBER.
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
               DISPLAY 'HANYA SUPERVISOR BOLEH MENGUBAH STATUS '
                   'MAHASISWA'
               MOVE 'AKSES STSMNT1 DITOLAK' TO WS-AUDIT-AKSI
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
           MOVE 'STSMNT1' TO AUD-PROGRAM.
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
           MOVE 'STSMNT1' TO BI-PROGRAM.
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
       END PROGRAM STSMNT1.
