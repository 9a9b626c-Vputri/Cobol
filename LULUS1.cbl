      ******************************************************************
      * Author:
      * Date:
      * Purpose: Graduation posting run for the list the graduation
      *          board approved after the GRADAUD1 audit. Reads
      *          LULUSLST (one line per graduate: NPM, graduation
      *          date, diploma number), checks each student is on
      *          MHSFILE as active, not already posted, has an
      *          AKADMST standing and a diploma number not already
      *          issued, then records the graduate on the LULUSAN
      *          master with the final IPK and SKS earned from the
      *          latest AKADMST standing and marks the student L
      *          (graduated) on MHSFILE, recording the change on the
      *          STSHIST status history. From then on LULCEK1 tells
      *          every grade-update program the student's grades are
      *          frozen. Posted graduates are written to the ALUMNIEX
      *          extract for the alumni office (count and hash
      *          trailer, registered in OUTMANIF for release), each
      *          field as the SMRCEK1 masking rules for ALUMNIEX
      *          allow and every line carrying a field in clear
      *          logged to AKSESLOG, and
      *          the LULUSREG register lists what was posted and
      *          what was refused and why. Supervisor only; a
      *          posting made in error is reversed through LULBTL1
      *          and LULAPP1.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LULUS1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAFTAR-LULUS ASSIGN TO "LULUSLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DAFTAR-LULUS.
           SELECT ALUMNI-FILE ASSIGN TO "ALUMNIEX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALUMNI-FILE.
           SELECT REGISTER-LULUS ASSIGN TO "LULUSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER-LULUS.
           COPY LLSSEL.
           COPY MHSSEL.
           COPY STHSEL.
           COPY AKDSEL.
           COPY MANSEL.
           COPY AUDITSEL.
           COPY RUNSEL.
           COPY AKSSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  DAFTAR-LULUS.
       01  DAFTAR-LULUS-RECORD.
           02 DL-NPM PIC X(8).
           02 FILLER PIC X(1).
           02 DL-TGL-LULUS-X PIC X(8).
           02 DL-TGL-LULUS REDEFINES DL-TGL-LULUS-X PIC 9(8).
           02 FILLER PIC X(1).
           02 DL-NO-IJAZAH PIC X(20).
       FD  ALUMNI-FILE.
       01  ALUMNI-RECORD.
           02 ALM-NPM PIC X(8).
           02 FILLER PIC X(1).
           02 ALM-NAMA PIC X(20).
           02 FILLER PIC X(1).
           02 ALM-PRODI PIC X(10).
           02 FILLER PIC X(1).
           02 ALM-TGL-LULUS PIC 9(8).
           02 FILLER PIC X(1).
           02 ALM-NO-IJAZAH PIC X(20).
           02 FILLER PIC X(1).
           02 ALM-IPK PIC 9.99.
           02 ALM-IPK-X REDEFINES ALM-IPK PIC X(4).
           02 FILLER PIC X(1).
           02 ALM-SKS PIC 9(4).
       FD  REGISTER-LULUS.
       01  REGISTER-LULUS-BARIS PIC X(80).
           COPY LLSFD.
           COPY MHSFD.
           COPY STHFD.
           COPY AKDFD.
           COPY MANFD.
           COPY AUDITFD.
           COPY RUNFD.
           COPY AKSFD.
       WORKING-STORAGE SECTION.
       77  FS-DAFTAR-LULUS PIC XX VALUE '00'.
       77  FS-ALUMNI-FILE PIC XX VALUE '00'.
       77  FS-REGISTER-LULUS PIC XX VALUE '00'.
       77  FS-LULUSAN-FILE PIC XX VALUE '00'.
       77  FS-AKSES-FILE PIC XX VALUE '00'.
       77  WS-SMR-KELUARAN PIC X(8) VALUE 'ALUMNIEX'.
       77  WS-SMR-PERAN PIC X(1) VALUE '*'.
       77  WS-SMR-MEDAN PIC X(8) VALUE SPACES.
       77  WS-SMR-NILAI PIC X(20) VALUE SPACES.
       77  WS-SMR-AKSI PIC X(1) VALUE SPACE.
       77  WS-MEDAN-TERBUKA PIC X(40) VALUE SPACES.
       77  WS-PTR-MEDAN PIC 9(2) VALUE 1.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-STATUS-HISTORI PIC XX VALUE '00'.
       77  SW-HABIS-STH PIC X VALUE 'N'.
           88 HABIS-STH VALUE 'Y'.
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
       77  FS-AKADEMIK-FILE PIC XX VALUE '00'.
       77  FS-MANIFEST-FILE PIC XX VALUE '00'.
       77  WS-MAN-FILE PIC X(12) VALUE SPACES.
       77  WS-MAN-JML PIC 9(7) VALUE 0.
       77  WS-MAN-HASH PIC 9(9) VALUE 0.
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
       77  WS-LOCK-AKSI PIC X(1) VALUE SPACE.
       77  WS-LOCK-SUMBER PIC X(12) VALUE SPACES.
       77  WS-LOCK-STATUS PIC X(1) VALUE 'N'.
       77  WS-TGL-HARI-INI PIC 9(8) VALUE 0.
       01  WS-TGL-PERIKSA.
           02 WS-TP-TAHUN PIC 9(4).
           02 WS-TP-BULAN PIC 9(2).
           02 WS-TP-HARI PIC 9(2).
       77  SW-VALID PIC X VALUE 'Y'.
           88 LULUSAN-VALID VALUE 'Y'.
       77  WS-TOLAK-PESAN PIC X(30) VALUE SPACES.
       77  SW-LLS-ADA PIC X VALUE 'N'.
           88 LLS-ADA VALUE 'Y'.
       77  SW-AKD-ADA PIC X VALUE 'N'.
           88 AKD-ADA VALUE 'Y'.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  WS-AKD-IPK PIC 9V99 VALUE 0.
       77  WS-AKD-SKS PIC 9(4) VALUE 0.
       77  WS-AKD-SEMESTER PIC X(5) VALUE SPACES.
      *    Diploma numbers already issued (LULUSAN records not
      *    reversed) plus those posted in this run; a number may
      *    be issued only once.
       77  WS-JML-IJAZAH PIC 9(4) VALUE 0.
       77  SW-IJAZAH-PENUH PIC X VALUE 'N'.
       01  TABEL-IJAZAH.
           02 ISI-IJAZAH OCCURS 2000 TIMES.
              03 TI-NO-IJAZAH PIC X(20).
       77  J PIC 9(4) VALUE 0.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
       77  WS-JML-BACA PIC 9(5) VALUE 0.
       77  WS-JML-POSTING PIC 9(5) VALUE 0.
       77  WS-JML-TOLAK PIC 9(5) VALUE 0.
       01  JUDUL-REGISTER.
           02 FILLER PIC X(34)
              VALUE 'REGISTER POSTING KELULUSAN RUN-ID:'.
           02 FILLER PIC X(1) VALUE SPACE.
           02 CETAK-RUN-ID PIC X(12).
       01  BARIS-REGISTER.
           02 BR-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-NO-IJAZAH PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-STATUS PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-PESAN PIC X(30).
       01  BARIS-POSTING.
           02 BP-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BP-NO-IJAZAH PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(8) VALUE 'POSTING'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(4) VALUE 'IPK '.
           02 BP-IPK PIC 9.99.
           02 FILLER PIC X(6) VALUE '  SKS '.
           02 BP-SKS PIC ZZZ9.
           02 FILLER PIC X(6) VALUE '  TGL '.
           02 BP-TGL-LULUS PIC 9(8).
       01  BARIS-TOTAL.
           02 BTO-TEKS PIC X(22).
           02 BTO-JUMLAH PIC ZZZZ9.
       01  TRAILER-ALUMNI.
           02 FILLER PIC X(3) VALUE 'CNT'.
           02 TRAILER-JML-ALUMNI PIC 9(7).
           02 FILLER PIC X(4) VALUE 'HASH'.
           02 TRAILER-HASH-ALUMNI PIC 9(9).
           02 FILLER PIC X(57) VALUE SPACES.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY 'HANYA SUPERVISOR BOLEH POSTING KELULUSAN, '
                   'BERHENTI'
               MOVE 'AKSES LULUS1 DITOLAK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           MOVE 'POSTING KELULUSAN DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN INPUT DAFTAR-LULUS.
           IF FS-DAFTAR-LULUS NOT = '00'
               DISPLAY 'LULUSLST TIDAK TERBUKA, TIDAK ADA DAFTAR'
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           OPEN I-O MHS-FILE.
           IF FS-MHS-FILE NOT = '00'
               DISPLAY 'MHSFILE TIDAK TERBUKA, RUN DIBATALKAN'
               CLOSE DAFTAR-LULUS
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           OPEN INPUT AKADEMIK-FILE.
           IF FS-AKADEMIK-FILE NOT = '00'
               DISPLAY 'AKADMST TIDAK TERBUKA, IPK AKHIR TIDAK ADA, '
                   'RUN DIBATALKAN'
               CLOSE DAFTAR-LULUS
               CLOSE MHS-FILE
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           PERFORM BUKA-LULUSAN.
           PERFORM BUKA-HISTORI-IO.
           PERFORM MUAT-IJAZAH.
           ACCEPT WS-TGL-HARI-INI FROM DATE YYYYMMDD.
           OPEN OUTPUT ALUMNI-FILE.
           OPEN OUTPUT REGISTER-LULUS.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-REGISTER TO REGISTER-LULUS-BARIS.
           WRITE REGISTER-LULUS-BARIS.
           MOVE 0 TO WS-MAN-JML.
           MOVE 0 TO WS-MAN-HASH.
           PERFORM PROSES-DAFTAR
               UNTIL FS-DAFTAR-LULUS = '10'.
           MOVE WS-MAN-JML TO TRAILER-JML-ALUMNI.
           MOVE WS-MAN-HASH TO TRAILER-HASH-ALUMNI.
           WRITE ALUMNI-RECORD FROM TRAILER-ALUMNI.
           CLOSE ALUMNI-FILE.
           MOVE 'ALUMNIEX' TO WS-MAN-FILE.
           PERFORM CATAT-MANIFEST.
           PERFORM TULIS-TOTAL.
           CLOSE REGISTER-LULUS.
           CLOSE DAFTAR-LULUS.
           CLOSE MHS-FILE.
           CLOSE AKADEMIK-FILE.
           CLOSE LULUSAN-FILE.
           CLOSE STATUS-HISTORI.
           DISPLAY 'POSTING SELESAI: ' WS-JML-POSTING ' LULUS, '
               WS-JML-TOLAK ' DITOLAK, LIHAT FILE LULUSREG'.
           MOVE 'POSTING KELULUSAN SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
           GOBACK.
       BUKA-LULUSAN.
           OPEN I-O LULUSAN-FILE.
           IF FS-LULUSAN-FILE = '35'
               CLOSE LULUSAN-FILE
               OPEN OUTPUT LULUSAN-FILE
               CLOSE LULUSAN-FILE
               OPEN I-O LULUSAN-FILE.
       BUKA-HISTORI-IO.
           OPEN I-O STATUS-HISTORI.
           IF FS-STATUS-HISTORI = '35'
               CLOSE STATUS-HISTORI
               OPEN OUTPUT STATUS-HISTORI
               CLOSE STATUS-HISTORI
               OPEN I-O STATUS-HISTORI.
       CARI-RIWAYAT-TERAKHIR.
      *    The student's last history entry: its semester and the
      *    sequence used within it.
           MOVE SPACES TO WS-SMT-TERAKHIR.
           MOVE 0 TO WS-URUT-TERAKHIR.
           MOVE 'N' TO SW-HABIS-STH.
           MOVE WS-RWY-NPM TO STH-NPM.
           MOVE LOW-VALUES TO STH-SEMESTER.
           MOVE 0 TO STH-URUT.
           START STATUS-HISTORI KEY IS NOT LESS THAN STH-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS-STH
           END-START.
           PERFORM CARI-RIWAYAT-BARIS UNTIL HABIS-STH.
       CARI-RIWAYAT-BARIS.
           READ STATUS-HISTORI NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS-STH.
           IF NOT HABIS-STH
               IF STH-NPM NOT = WS-RWY-NPM
                   MOVE 'Y' TO SW-HABIS-STH
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
           MOVE 'LULUS1' TO STH-PROGRAM.
           MOVE WS-RUN-ID TO STH-RUN-ID.
           WRITE STATUS-HISTORI-RECORD
               INVALID KEY
                   DISPLAY 'RIWAYAT STATUS ' WS-RWY-NPM
                       ' TIDAK TERCATAT, STATUS ' FS-STATUS-HISTORI
           END-WRITE.
       MUAT-IJAZAH.
           MOVE 'N' TO SW-HABIS.
           MOVE LOW-VALUES TO LLS-NPM.
           START LULUSAN-FILE KEY IS NOT LESS THAN LLS-NPM
               INVALID KEY MOVE 'Y' TO SW-HABIS
           END-START.
           PERFORM MUAT-IJAZAH-BARIS UNTIL HABIS.
       MUAT-IJAZAH-BARIS.
           READ LULUSAN-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF NOT LLS-DIBATALKAN
                   PERFORM SIMPAN-IJAZAH
               END-IF
           END-IF.
       SIMPAN-IJAZAH.
           IF WS-JML-IJAZAH < 2000
               ADD 1 TO WS-JML-IJAZAH
               MOVE LLS-NO-IJAZAH TO TI-NO-IJAZAH(WS-JML-IJAZAH)
           ELSE
               IF SW-IJAZAH-PENUH = 'N'
                   MOVE 'Y' TO SW-IJAZAH-PENUH
                   DISPLAY 'TABEL IJAZAH PENUH (2000), NOMOR GANDA '
                       'TIDAK DIPERIKSA LAGI'
               END-IF
           END-IF.
       PROSES-DAFTAR.
           READ DAFTAR-LULUS
               AT END MOVE '10' TO FS-DAFTAR-LULUS.
           IF FS-DAFTAR-LULUS NOT = '10'
               ADD 1 TO WS-JML-BACA
               MOVE 'Y' TO SW-VALID
               MOVE SPACES TO WS-TOLAK-PESAN
               PERFORM PERIKSA-LULUSAN
               IF LULUSAN-VALID
                   PERFORM POSTING-LULUSAN
               ELSE
                   PERFORM TOLAK-LULUSAN
               END-IF
           END-IF.
       PERIKSA-LULUSAN.
           IF DL-NPM = SPACES
               MOVE 'N' TO SW-VALID
               MOVE 'NPM KOSONG' TO WS-TOLAK-PESAN
           END-IF.
           IF LULUSAN-VALID
               PERFORM PERIKSA-TGL-LULUS
           END-IF.
           IF LULUSAN-VALID AND DL-NO-IJAZAH = SPACES
               MOVE 'N' TO SW-VALID
               MOVE 'NOMOR IJAZAH KOSONG' TO WS-TOLAK-PESAN
           END-IF.
           IF LULUSAN-VALID
               PERFORM CARI-IJAZAH
               IF KETEMU
                   MOVE 'N' TO SW-VALID
                   MOVE 'NOMOR IJAZAH SUDAH DIPAKAI' TO WS-TOLAK-PESAN
               END-IF
           END-IF.
           IF LULUSAN-VALID
               PERFORM CARI-REGISTRASI
           END-IF.
           IF LULUSAN-VALID
               PERFORM CARI-LULUSAN
           END-IF.
           IF LULUSAN-VALID
               PERFORM CARI-AKADEMIK
               IF NOT AKD-ADA
                   MOVE 'N' TO SW-VALID
                   MOVE 'TIDAK ADA STANDING AKADMST' TO WS-TOLAK-PESAN
               END-IF
           END-IF.
       PERIKSA-TGL-LULUS.
           IF DL-TGL-LULUS-X NOT NUMERIC
               MOVE 'N' TO SW-VALID
               MOVE 'TANGGAL LULUS TIDAK SAH' TO WS-TOLAK-PESAN
           ELSE
               MOVE DL-TGL-LULUS TO WS-TGL-PERIKSA
               IF WS-TP-BULAN < 1 OR WS-TP-BULAN > 12
                   OR WS-TP-HARI < 1 OR WS-TP-HARI > 31
                   MOVE 'N' TO SW-VALID
                   MOVE 'TANGGAL LULUS TIDAK SAH' TO WS-TOLAK-PESAN
               ELSE
                   IF DL-TGL-LULUS > WS-TGL-HARI-INI
                       MOVE 'N' TO SW-VALID
                       MOVE 'TANGGAL LULUS BELUM TERJADI'
                           TO WS-TOLAK-PESAN
                   END-IF
               END-IF
           END-IF.
       CARI-IJAZAH.
           MOVE 'N' TO SW-KETEMU.
           PERFORM CARI-IJAZAH-BARIS VARYING J FROM 1 BY 1
               UNTIL J > WS-JML-IJAZAH OR KETEMU.
       CARI-IJAZAH-BARIS.
           IF TI-NO-IJAZAH(J) = DL-NO-IJAZAH
               MOVE 'Y' TO SW-KETEMU
           END-IF.
       CARI-REGISTRASI.
           MOVE DL-NPM TO MHS-NPM.
           READ MHS-FILE RECORD KEY IS MHS-NPM
               INVALID KEY
                   MOVE 'N' TO SW-VALID
                   MOVE 'NPM TIDAK TERDAFTAR' TO WS-TOLAK-PESAN
               NOT INVALID KEY
                   IF MHS-LULUS
                       MOVE 'N' TO SW-VALID
                       MOVE 'SUDAH DIPOSTING LULUS'
                           TO WS-TOLAK-PESAN
                   ELSE
                       IF NOT MHS-AKTIF
                           MOVE 'N' TO SW-VALID
                           MOVE 'MAHASISWA TIDAK AKTIF'
                               TO WS-TOLAK-PESAN
                       END-IF
                   END-IF
           END-READ.
       CARI-LULUSAN.
      *    A reversed posting (X) may be posted again and the
      *    record is rewritten; anything else already on LULUSAN
      *    is a double posting.
           MOVE 'N' TO SW-LLS-ADA.
           MOVE DL-NPM TO LLS-NPM.
           READ LULUSAN-FILE RECORD KEY IS LLS-NPM
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SW-LLS-ADA
                   IF NOT LLS-DIBATALKAN
                       MOVE 'N' TO SW-VALID
                       MOVE 'SUDAH TERCATAT DI LULUSAN'
                           TO WS-TOLAK-PESAN
                   END-IF
           END-READ.
       CARI-AKADEMIK.
      *    The final standing is the student's last AKADMST term:
      *    read every term under the NPM and keep the highest.
           MOVE 'N' TO SW-AKD-ADA.
           MOVE 'N' TO SW-HABIS.
           MOVE DL-NPM TO AKD-NPM.
           MOVE LOW-VALUES TO AKD-SEMESTER.
           START AKADEMIK-FILE KEY IS NOT LESS THAN AKD-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS
           END-START.
           PERFORM CARI-AKADEMIK-BARIS UNTIL HABIS.
       CARI-AKADEMIK-BARIS.
           READ AKADEMIK-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF AKD-NPM NOT = DL-NPM
                   MOVE 'Y' TO SW-HABIS
               ELSE
                   MOVE 'Y' TO SW-AKD-ADA
                   MOVE AKD-IPK TO WS-AKD-IPK
                   MOVE AKD-SKS-KUM-LULUS TO WS-AKD-SKS
                   MOVE AKD-SEMESTER TO WS-AKD-SEMESTER
               END-IF
           END-IF.
       POSTING-LULUSAN.
           MOVE SPACES TO LULUSAN-RECORD.
           MOVE DL-NPM TO LLS-NPM.
           MOVE MHS-NAMA TO LLS-NAMA.
           MOVE MHS-PRODI TO LLS-PRODI.
           MOVE DL-TGL-LULUS TO LLS-TGL-LULUS.
           MOVE DL-NO-IJAZAH TO LLS-NO-IJAZAH.
           MOVE WS-AKD-IPK TO LLS-IPK.
           MOVE WS-AKD-SKS TO LLS-SKS.
           MOVE WS-AKD-SEMESTER TO LLS-SEMESTER-AKHIR.
           MOVE 'L' TO LLS-STATUS.
           MOVE MHS-STATUS TO LLS-STATUS-MHS-LAMA.
           MOVE WS-RUN-ID TO LLS-RUN-ID.
           MOVE WS-OPERATOR-ID TO LLS-OPERATOR.
           MOVE WS-TGL-HARI-INI TO LLS-TGL-POSTING.
           MOVE 0 TO LLS-TGL-MINTA-BATAL.
           MOVE 0 TO LLS-TGL-BATAL.
           IF LLS-ADA
               REWRITE LULUSAN-RECORD
           ELSE
               WRITE LULUSAN-RECORD
           END-IF.
           MOVE 'L' TO MHS-STATUS.
           REWRITE MHS-FILE-RECORD.
           MOVE DL-NPM TO WS-RWY-NPM.
           MOVE WS-AKD-SEMESTER TO WS-RWY-SEMESTER.
           MOVE 'L' TO WS-RWY-JENIS.
           MOVE LLS-STATUS-MHS-LAMA TO WS-RWY-LAMA.
           MOVE 'L' TO WS-RWY-BARU.
           MOVE SPACES TO WS-RWY-ALASAN.
           STRING 'LULUS IJAZAH ' DELIMITED BY SIZE
               DL-NO-IJAZAH DELIMITED BY SIZE
               INTO WS-RWY-ALASAN.
           PERFORM CATAT-RIWAYAT-STATUS.
           PERFORM SIMPAN-IJAZAH.
           PERFORM TULIS-ALUMNI.
           ADD 1 TO WS-JML-POSTING.
           MOVE DL-NPM TO BP-NPM.
           MOVE DL-NO-IJAZAH TO BP-NO-IJAZAH.
           MOVE WS-AKD-IPK TO BP-IPK.
           MOVE WS-AKD-SKS TO BP-SKS.
           MOVE DL-TGL-LULUS TO BP-TGL-LULUS.
           MOVE BARIS-POSTING TO REGISTER-LULUS-BARIS.
           WRITE REGISTER-LULUS-BARIS.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'LULUS DIPOSTING ' DELIMITED BY SIZE
               DL-NPM DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       TULIS-ALUMNI.
      *    Extract hash: SKS earned summed over the graduates, kept
      *    to the nine digits OUTMANIF carries.
      *    Personal fields go out as the SAMARAN rules for ALUMNIEX
      *    say.
           MOVE SPACES TO ALUMNI-RECORD.
           MOVE SPACES TO WS-MEDAN-TERBUKA.
           MOVE 1 TO WS-PTR-MEDAN.
           MOVE 'NPM' TO WS-SMR-MEDAN.
           MOVE LLS-NPM TO WS-SMR-NILAI.
           PERFORM SAMARKAN-ALUMNI.
           MOVE WS-SMR-NILAI TO ALM-NPM.
           MOVE 'NAMA' TO WS-SMR-MEDAN.
           MOVE LLS-NAMA TO WS-SMR-NILAI.
           PERFORM SAMARKAN-ALUMNI.
           MOVE WS-SMR-NILAI TO ALM-NAMA.
           MOVE 'PRODI' TO WS-SMR-MEDAN.
           MOVE LLS-PRODI TO WS-SMR-NILAI.
           PERFORM SAMARKAN-ALUMNI.
           MOVE WS-SMR-NILAI TO ALM-PRODI.
           MOVE LLS-TGL-LULUS TO ALM-TGL-LULUS.
           MOVE 'IJAZAH' TO WS-SMR-MEDAN.
           MOVE LLS-NO-IJAZAH TO WS-SMR-NILAI.
           PERFORM SAMARKAN-ALUMNI.
           MOVE WS-SMR-NILAI TO ALM-NO-IJAZAH.
           MOVE 'IPK' TO WS-SMR-MEDAN.
           MOVE SPACES TO WS-SMR-NILAI.
           PERFORM SAMARKAN-ALUMNI.
           IF WS-SMR-AKSI = 'T'
               MOVE LLS-IPK TO ALM-IPK
           ELSE
               MOVE SPACES TO ALM-IPK-X
           END-IF.
           MOVE LLS-SKS TO ALM-SKS.
           WRITE ALUMNI-RECORD.
           ADD 1 TO WS-MAN-JML.
           ADD LLS-SKS TO WS-MAN-HASH.
           IF WS-MEDAN-TERBUKA NOT = SPACES
               PERFORM CATAT-AKSES
           END-IF.
       SAMARKAN-ALUMNI.
           CALL 'SMRCEK1' USING WS-SMR-KELUARAN, WS-SMR-PERAN,
               WS-SMR-MEDAN, LLS-NPM, WS-SMR-NILAI, WS-SMR-AKSI.
           IF WS-SMR-AKSI = 'T'
               STRING WS-SMR-MEDAN DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   INTO WS-MEDAN-TERBUKA WITH POINTER WS-PTR-MEDAN
           END-IF.
       CATAT-AKSES.
           MOVE SPACES TO AKSES-RECORD.
           ACCEPT AKS-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT AKS-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO AKS-OPERATOR.
           MOVE WS-SMR-PERAN TO AKS-PERAN.
           MOVE WS-RUN-ID TO AKS-RUN-ID.
           MOVE WS-SMR-KELUARAN TO AKS-KELUARAN.
           MOVE LLS-NPM TO AKS-NPM.
           MOVE WS-MEDAN-TERBUKA TO AKS-MEDAN.
           OPEN EXTEND AKSES-FILE.
           IF FS-AKSES-FILE = '35'
               OPEN OUTPUT AKSES-FILE
               CLOSE AKSES-FILE
               OPEN EXTEND AKSES-FILE
           END-IF.
           WRITE AKSES-RECORD.
           CLOSE AKSES-FILE.
       TOLAK-LULUSAN.
           ADD 1 TO WS-JML-TOLAK.
           MOVE SPACES TO BARIS-REGISTER.
           MOVE DL-NPM TO BR-NPM.
           MOVE DL-NO-IJAZAH TO BR-NO-IJAZAH.
           MOVE 'DITOLAK' TO BR-STATUS.
           MOVE WS-TOLAK-PESAN TO BR-PESAN.
           MOVE BARIS-REGISTER TO REGISTER-LULUS-BARIS.
           WRITE REGISTER-LULUS-BARIS.
       TULIS-TOTAL.
           MOVE SPACES TO REGISTER-LULUS-BARIS.
           WRITE REGISTER-LULUS-BARIS.
           MOVE 'BARIS DAFTAR DIBACA : ' TO BTO-TEKS.
           MOVE WS-JML-BACA TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO REGISTER-LULUS-BARIS.
           WRITE REGISTER-LULUS-BARIS.
           MOVE 'DIPOSTING LULUS : ' TO BTO-TEKS.
           MOVE WS-JML-POSTING TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO REGISTER-LULUS-BARIS.
           WRITE REGISTER-LULUS-BARIS.
           MOVE 'DITOLAK : ' TO BTO-TEKS.
           MOVE WS-JML-TOLAK TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO REGISTER-LULUS-BARIS.
           WRITE REGISTER-LULUS-BARIS.
       CATAT-MANIFEST.
      *    Outbound-control entry: the extract just written is held
      *    (status H) until the OUTREL1 release step passes its
      *    quality gate.
           MOVE SPACES TO MANIFEST-RECORD.
           MOVE WS-MAN-FILE TO MAN-FILE.
           MOVE WS-RUN-ID TO MAN-RUN-ID.
           ACCEPT MAN-TANGGAL FROM DATE YYYYMMDD.
           MOVE WS-MAN-JML TO MAN-JML.
           MOVE WS-MAN-HASH TO MAN-HASH.
           MOVE 'H' TO MAN-STATUS.
           OPEN EXTEND MANIFEST-FILE.
           IF FS-MANIFEST-FILE = '35'
               OPEN OUTPUT MANIFEST-FILE
               CLOSE MANIFEST-FILE
               OPEN EXTEND MANIFEST-FILE
           END-IF.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'MHSFILE' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
           MOVE 'LULUSAN' TO WS-LOCK-SUMBER.
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
           MOVE 'LULUSAN' TO WS-LOCK-SUMBER.
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
           MOVE 'LULUS1' TO AUD-PROGRAM.
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
       END PROGRAM LULUS1.
