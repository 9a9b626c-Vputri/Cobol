      *          an enrollment. The keyed NPM is validated against
      *          the MHSFILE registry and the course code against
      *          the MKFILE catalog when those masters are open.
      *          An enrollment is refused, and logged to BADINPUT,
      *          when a PRASYRT prerequisite of the course is not
      *          yet LULUS in NILAIHST or NILAIMST, or when it would
      *          take the student's semester SKS over the BEBANSKS
      *          limit for the IPS earned in the previous term.
      *          When the course has JADWAL sections the student is
      *          placed in one, and the enrollment is refused when
      *          the section is full or meets at the same hour as
      *          another course the student takes that semester.
      *          A student not active in the semester being
      *          registered - on leave, withdrawn, dropped out,
      *          transferred, non-active or graduated, as STSCEK1
      *          reads the STSHIST status history - is refused first.
      *          A student with an active hold on the BLOKIR master
      *          (BLKCEK1) is refused next, with the hold and the
      *          office to contact shown.
      *          NILAI1 and NILAIBT1 refuse a grade for any pair not
      *          on this file.
      * Tectonics: cobc
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
           COPY PRSSEL.
           COPY BBNSEL.
           COPY HSTSEL.
           COPY NILMSEL.
           COPY SKLSEL.
           COPY JDWSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY KRSFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
           COPY PRSFD.
           COPY BBNFD.
           COPY HSTFD.
           COPY NILMFD.
           COPY SKLFD.
           COPY JDWFD.
       WORKING-STORAGE SECTION.
       77  FS-KRS-FILE PIC XX VALUE '00'.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  SW-MHS-ADA PIC X VALUE 'N'.
           88 MHS-ADA VALUE 'Y'.
           88 MHS-TIDAK-ADA VALUE 'N'.
       77  WS-MHS-STATUS PIC X(1) VALUE SPACE.
       77  WS-STS-BERLAKU PIC X(1) VALUE SPACE.
       77  WS-STS-SMT PIC X(5) VALUE SPACES.
       77  SW-MK-ADA PIC X VALUE 'N'.
           88 MK-ADA VALUE 'Y'.
           88 MK-TIDAK-ADA VALUE 'N'.
       77  FS-PRASYARAT-FILE PIC XX VALUE '00'.
       77  FS-BEBAN-FILE PIC XX VALUE '00'.
       77  FS-NILAI-HISTORI PIC XX VALUE '00'.
       77  FS-NILAI-MASTER PIC XX VALUE '00'.
       77  FS-SKALA-FILE PIC XX VALUE '00'.
       77  FS-JADWAL-FILE PIC XX VALUE '00'.
       77  SW-JADWAL PIC X VALUE 'N'.
           88 JADWAL-AKTIF VALUE 'Y'.
       77  SW-ADA-KELAS PIC X VALUE 'N'.
           88 MK-BERKELAS VALUE 'Y'.
       77  WS-KLS-HARI PIC 9(1) VALUE 0.
       77  WS-KLS-MULAI PIC 9(4) VALUE 0.
       77  WS-KLS-SELESAI PIC 9(4) VALUE 0.
       77  WS-KLS-KAPASITAS PIC 9(3) VALUE 0.
       77  WS-KLS-TERISI PIC 9(3) VALUE 0.
       77  WS-KEY-BENTROK PIC X(8) VALUE SPACES.
       77  SW-KRS-DITOLAK PIC X VALUE 'N'.
           88 KRS-DITOLAK VALUE 'Y'.
       77  WS-BLK-HASIL PIC X(1) VALUE 'N'.
           88 MHS-DIBLOKIR VALUE 'Y'.
       77  WS-BLK-JENIS PIC X(1) VALUE SPACES.
       77  WS-BLK-NAMA PIC X(12) VALUE SPACES.
       77  WS-BLK-ALASAN PIC X(30) VALUE SPACES.
       77  WS-BLK-KANTOR PIC X(25) VALUE SPACES.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
       77  SW-ADA-HURUF PIC X VALUE 'N'.
       77  WS-KODE-LULUS PIC X(6) VALUE SPACES.
       77  WS-JML-LULUS PIC 9(3) VALUE 0.
       77  L PIC 9(3) VALUE 0.
       01  TABEL-LULUS.
           02 TL-KODE-MK OCCURS 200 TIMES PIC X(6).
       77  WS-JML-SKALA PIC 9(2) VALUE 0.
       77  S PIC 9(2) VALUE 0.
       01  TABEL-SKALA.
           02 ISI-TABEL-SKALA OCCURS 20 TIMES.
              03 TS-BATAS PIC 9(3).
              03 TS-BOBOT PIC 9V99.
       77  WS-BATAS-TERPILIH PIC 9(3) VALUE 0.
       77  WS-BOBOT-HURUF PIC 9V99 VALUE 0.
       77  WS-JML-BEBAN PIC 9(2) VALUE 0.
       77  B PIC 9(2) VALUE 0.
       01  TABEL-BEBAN.
           02 ISI-TABEL-BEBAN OCCURS 20 TIMES.
              03 TB-IPS-MIN PIC 9V99.
              03 TB-SKS-MAKS PIC 9(2).
       77  WS-SMT-LALU PIC X(5) VALUE SPACES.
       77  WS-MUTU-LALU PIC 9(5)V99 VALUE 0.
       77  WS-SKS-LALU PIC 9(4) VALUE 0.
       77  WS-IPS-LALU PIC 9V99 VALUE 0.
       77  WS-IPS-TERPILIH PIC 9V99 VALUE 0.
       77  WS-SKS-MK PIC 9(2) VALUE 0.
       77  WS-SKS-BARU PIC 9(2) VALUE 0.
       77  WS-SKS-DIAMBIL PIC 9(3) VALUE 0.
       77  WS-SKS-TOTAL PIC 9(3) VALUE 0.
       77  WS-SKS-BATAS PIC 9(2) VALUE 0.
       77  WS-SKS-LEBIH PIC 9(2) VALUE 0.
      *    Load for a student with no earlier term on NILAIHST: the
      *    first-semester package.
       77  WS-SKS-MHS-BARU PIC 9(2) VALUE 20.
       01  ISIAN-KRS.
           02 ISI-NPM PIC X(8).
           02 ISI-KODE-MK PIC X(6).
           02 ISI-SEMESTER PIC X(5).
           02 ISI-KELAS PIC X(2).
       01  BARIS-DAFTAR.
           02 BD-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-SEMESTER PIC X(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-TANGGAL PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-KELAS PIC X(2).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
           PERFORM BUKA-RUJUKAN.
           PERFORM TERIMA-NPM.
           PERFORM TERIMA-KODE-MK.
           PERFORM TERIMA-KELAS.
           PERFORM TERIMA-SEMESTER.
           PERFORM PERIKSA-SYARAT-KRS.
           PERFORM TUTUP-RUJUKAN.
           IF KRS-DITOLAK
               PERFORM CATAT-AUDIT
               GO TO AWAL
           END-IF.
           PERFORM BUKA-KRS-IO.
           MOVE ISI-NPM TO KRS-NPM.
           MOVE ISI-KODE-MK TO KRS-KODE-MK.
               INVALID KEY
                   MOVE ISI-SEMESTER TO KRS-SEMESTER
                   ACCEPT KRS-TANGGAL FROM DATE YYYYMMDD
                   MOVE ISI-KELAS TO KRS-KELAS
                   WRITE KRS-FILE-RECORD
                   MOVE 'KRS DITAMBAHKAN' TO WS-AUDIT-AKSI
               NOT INVALID KEY
                   MOVE ISI-SEMESTER TO KRS-SEMESTER
                   ACCEPT KRS-TANGGAL FROM DATE YYYYMMDD
                   MOVE ISI-KELAS TO KRS-KELAS
                   REWRITE KRS-FILE-RECORD
                   MOVE 'KRS DIUBAH' TO WS-AUDIT-AKSI
           END-READ.
               DISPLAY 'KRS MASIH KOSONG'
               GO TO AWAL.
           MOVE 0 TO WS-JML-DAFTAR.
           DISPLAY 'NPM       KODEMK  SMT    TANGGAL   KL'.
           PERFORM TULIS-DAFTAR UNTIL FS-KRS-FILE = '10'.
           CLOSE KRS-FILE.
           DISPLAY 'JUMLAH KRS : ' WS-JML-DAFTAR.
               DISPLAY 'KATALOG MKFILE TIDAK TERBUKA, '
                   'KODE MK TIDAK DIPERIKSA'
           END-IF.
           OPEN INPUT JADWAL-FILE.
           IF FS-JADWAL-FILE = '00'
               MOVE 'Y' TO SW-JADWAL
           ELSE
               MOVE 'N' TO SW-JADWAL
           END-IF.
       TUTUP-RUJUKAN.
           IF REGISTRASI-AKTIF
               CLOSE MHS-FILE
           IF KATALOG-MK-AKTIF
               CLOSE MK-FILE
           END-IF.
           IF JADWAL-AKTIF
               CLOSE JADWAL-FILE
           END-IF.
       TERIMA-NPM.
           DISPLAY 'NPM : '.
           ACCEPT ISI-NPM.
               IF REGISTRASI-AKTIF
                   PERFORM CARI-REGISTRASI
                   IF MHS-TIDAK-ADA
                       DISPLAY 'NPM TIDAK TERDAFTAR, ULANGI'
                       MOVE 'NPM' TO WS-BI-FIELD
                       MOVE ISI-NPM TO WS-BI-NILAI
                       MOVE 'NPM TIDAK TERDAFTAR' TO WS-BI-PESAN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SW-MHS-ADA
                   MOVE MHS-STATUS TO WS-MHS-STATUS
           END-READ.
       TERIMA-KODE-MK.
           DISPLAY 'KODE MK : '.
               NOT INVALID KEY
                   MOVE 'Y' TO SW-MK-ADA
           END-READ.
       TERIMA-KELAS.
      *    A course with no JADWAL row is enrolled without a section;
      *    once the course has sections the student must be placed
      *    in one of them.
           MOVE SPACES TO ISI-KELAS.
           MOVE 'N' TO SW-ADA-KELAS.
           IF JADWAL-AKTIF
               MOVE ISI-KODE-MK TO JDW-KODE-MK
               MOVE LOW-VALUES TO JDW-KELAS
               START JADWAL-FILE KEY IS NOT LESS THAN JDW-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ JADWAL-FILE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF JDW-KODE-MK = ISI-KODE-MK
                                   MOVE 'Y' TO SW-ADA-KELAS
                               END-IF
                       END-READ
               END-START
           END-IF.
           IF MK-BERKELAS
               PERFORM TERIMA-KODE-KELAS
           END-IF.
       TERIMA-KODE-KELAS.
           DISPLAY 'KELAS : '.
           ACCEPT ISI-KELAS.
           MOVE ISI-KODE-MK TO JDW-KODE-MK.
           MOVE ISI-KELAS TO JDW-KELAS.
           READ JADWAL-FILE RECORD KEY IS JDW-KEY
               INVALID KEY
                   DISPLAY 'KELAS TIDAK ADA DI JADWAL, ULANGI'
                   MOVE 'KELAS' TO WS-BI-FIELD
                   MOVE ISI-KELAS TO WS-BI-NILAI
                   MOVE 'KELAS TIDAK DI JADWAL' TO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
                   PERFORM TERIMA-KODE-KELAS
               NOT INVALID KEY
                   MOVE JDW-HARI TO WS-KLS-HARI
                   MOVE JDW-MULAI TO WS-KLS-MULAI
                   MOVE JDW-SELESAI TO WS-KLS-SELESAI
                   MOVE JDW-KAPASITAS TO WS-KLS-KAPASITAS
           END-READ.
       TERIMA-SEMESTER.
           DISPLAY 'KODE SEMESTER (MIS. 20261) : '.
           ACCEPT ISI-SEMESTER.
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-SEMESTER
           END-IF.
       PERIKSA-SYARAT-KRS.
      *    Student status, registration holds, prerequisites, the
      *    semester load, then the section seat and timetable clash
      *    checks. The first refusal stops the enrollment; it is
      *    shown, logged to BADINPUT and left in WS-AUDIT-AKSI for
      *    the audit trail.
           MOVE 'N' TO SW-KRS-DITOLAK.
           MOVE 0 TO WS-SKS-BARU.
           IF KATALOG-MK-AKTIF
               MOVE MK-SKS TO WS-SKS-BARU
           END-IF.
           IF REGISTRASI-AKTIF
               PERFORM PERIKSA-STATUS-MHS
           END-IF.
           IF NOT KRS-DITOLAK
               PERFORM PERIKSA-BLOKIR
           END-IF.
           IF NOT KRS-DITOLAK
               PERFORM MUAT-SKALA
               PERFORM MUAT-RIWAYAT-MHS
               PERFORM PERIKSA-PRASYARAT
           END-IF.
           IF NOT KRS-DITOLAK
               PERFORM PERIKSA-BEBAN-SKS
           END-IF.
           IF NOT KRS-DITOLAK AND ISI-KELAS NOT = SPACES
               PERFORM PERIKSA-KAPASITAS
           END-IF.
           IF NOT KRS-DITOLAK AND ISI-KELAS NOT = SPACES
               PERFORM PERIKSA-BENTROK
           END-IF.
       PERIKSA-STATUS-MHS.
      *    Only a student active in the semester being registered
      *    may enrol: STSCEK1 gives the status in force then from
      *    the STSHIST history (leave, withdrawal, dropout,
      *    transfer), falling back on the MHSFILE status.
           CALL 'STSCEK1' USING ISI-NPM, ISI-SEMESTER, WS-MHS-STATUS,
               WS-STS-BERLAKU, WS-STS-SMT.
           IF WS-STS-BERLAKU NOT = 'A'
               MOVE 'Y' TO SW-KRS-DITOLAK
               DISPLAY 'KRS DITOLAK: STATUS MAHASISWA SEMESTER '
                   ISI-SEMESTER ' ADALAH ' WS-STS-BERLAKU
                   ' (BUKAN AKTIF)'
               MOVE 'STATUS' TO WS-BI-FIELD
               MOVE ISI-NPM TO WS-BI-NILAI
               MOVE SPACES TO WS-BI-PESAN
               STRING 'STATUS MAHASISWA ' DELIMITED BY SIZE
                   WS-STS-BERLAKU DELIMITED BY SIZE
                   ' BUKAN AKTIF' DELIMITED BY SIZE
                   INTO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'KRS DITOLAK STATUS ' DELIMITED BY SIZE
                   WS-STS-BERLAKU DELIMITED BY SIZE
                   ' SMT ' DELIMITED BY SIZE
                   ISI-SEMESTER DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
           END-IF.
       PERIKSA-BLOKIR.
           CALL 'BLKCEK1' USING ISI-NPM, WS-BLK-HASIL, WS-BLK-JENIS,
               WS-BLK-NAMA, WS-BLK-ALASAN, WS-BLK-KANTOR.
           IF MHS-DIBLOKIR
               MOVE 'Y' TO SW-KRS-DITOLAK
               DISPLAY 'KRS DITOLAK: MAHASISWA DIBLOKIR ('
                   WS-BLK-NAMA ') ' WS-BLK-ALASAN
               DISPLAY 'SILAKAN HUBUNGI ' WS-BLK-KANTOR
               MOVE 'BLOKIR' TO WS-BI-FIELD
               MOVE ISI-NPM TO WS-BI-NILAI
               MOVE SPACES TO WS-BI-PESAN
               STRING 'BLOKIR ' DELIMITED BY SIZE
                   WS-BLK-NAMA DELIMITED BY SIZE
                   INTO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'KRS DITOLAK BLOKIR ' DELIMITED BY SIZE
                   WS-BLK-NAMA DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
           END-IF.
       MUAT-RIWAYAT-MHS.
      *    One pass over NILAIHST collects the courses this student
      *    has passed and the grade points of the last term before
      *    the one being registered; the live NILAIMST adds any
      *    course passed in the running term.
           MOVE 0 TO WS-JML-LULUS.
           MOVE SPACES TO WS-SMT-LALU.
           MOVE 0 TO WS-MUTU-LALU.
           MOVE 0 TO WS-SKS-LALU.
           OPEN INPUT NILAI-HISTORI.
           IF FS-NILAI-HISTORI = '00'
               MOVE 'N' TO SW-HABIS
               PERFORM PINDAI-HISTORI-MHS UNTIL HABIS
               CLOSE NILAI-HISTORI
           END-IF.
           OPEN INPUT NILAI-MASTER.
           IF FS-NILAI-MASTER = '00'
               MOVE 'N' TO SW-HABIS
               MOVE ISI-NPM TO NPM-MST
               MOVE SPACES TO KODE-MK-MST
               START NILAI-MASTER KEY IS NOT LESS THAN MST-KEY
                   INVALID KEY MOVE 'Y' TO SW-HABIS
               END-START
               PERFORM BACA-MASTER-MHS
               PERFORM CATAT-MASTER-MHS
                   UNTIL HABIS OR NPM-MST NOT = ISI-NPM
               CLOSE NILAI-MASTER
           END-IF.
       PINDAI-HISTORI-MHS.
           READ NILAI-HISTORI NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               AND NPM-HST = ISI-NPM
               IF KETERANGAN-HST = 'LULUS'
                   MOVE KODE-MK-HST TO WS-KODE-LULUS
                   PERFORM CATAT-LULUS
               END-IF
               IF SEMESTER-HST < ISI-SEMESTER
                   PERFORM HITUNG-MUTU-LALU
               END-IF
           END-IF.
       HITUNG-MUTU-LALU.
      *    NILAIHST is keyed semester first, so a later term simply
      *    restarts the sums; what is left at the end of the pass is
      *    the last term before the one being registered.
           IF SEMESTER-HST NOT = WS-SMT-LALU
               MOVE SEMESTER-HST TO WS-SMT-LALU
               MOVE 0 TO WS-MUTU-LALU
               MOVE 0 TO WS-SKS-LALU
           END-IF.
           PERFORM CARI-BOBOT-HURUF.
           MOVE KODE-MK-HST TO MK-KODE.
           PERFORM CARI-SKS-MK.
           ADD WS-SKS-MK TO WS-SKS-LALU.
           COMPUTE WS-MUTU-LALU =
               WS-MUTU-LALU + (WS-BOBOT-HURUF * WS-SKS-MK).
       BACA-MASTER-MHS.
           IF NOT HABIS
               READ NILAI-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO SW-HABIS
               END-READ
           END-IF.
       CATAT-MASTER-MHS.
           IF KETERANGAN-MST = 'LULUS'
               MOVE KODE-MK-MST TO WS-KODE-LULUS
               PERFORM CATAT-LULUS
           END-IF.
           PERFORM BACA-MASTER-MHS.
       CATAT-LULUS.
           PERFORM CARI-LULUS.
           IF NOT KETEMU AND WS-JML-LULUS < 200
               ADD 1 TO WS-JML-LULUS
               MOVE WS-KODE-LULUS TO TL-KODE-MK(WS-JML-LULUS)
           END-IF.
       CARI-LULUS.
           MOVE 'N' TO SW-KETEMU.
           PERFORM CARI-LULUS-BARIS VARYING L FROM 1 BY 1
               UNTIL L > WS-JML-LULUS OR KETEMU.
       CARI-LULUS-BARIS.
           IF TL-KODE-MK(L) = WS-KODE-LULUS
               MOVE 'Y' TO SW-KETEMU
           END-IF.
       PERIKSA-PRASYARAT.
      *    No PRASYRT file means no course has a prerequisite yet.
           OPEN INPUT PRASYARAT-FILE.
           IF FS-PRASYARAT-FILE = '00'
               PERFORM PERIKSA-PRASYARAT-BARIS
                   UNTIL FS-PRASYARAT-FILE = '10' OR KRS-DITOLAK
               CLOSE PRASYARAT-FILE
           END-IF.
       PERIKSA-PRASYARAT-BARIS.
           READ PRASYARAT-FILE
               AT END MOVE '10' TO FS-PRASYARAT-FILE.
           IF FS-PRASYARAT-FILE NOT = '10'
               AND PRS-KODE-MK = ISI-KODE-MK
               MOVE PRS-KODE-SYARAT TO WS-KODE-LULUS
               PERFORM CARI-LULUS
               IF NOT KETEMU
                   MOVE 'Y' TO SW-KRS-DITOLAK
                   DISPLAY 'KRS DITOLAK: PRASYARAT ' PRS-KODE-SYARAT
                       ' BELUM LULUS'
                   MOVE 'PRASYARAT' TO WS-BI-FIELD
                   MOVE SPACES TO WS-BI-NILAI
                   STRING ISI-NPM DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       ISI-KODE-MK DELIMITED BY SIZE
                       INTO WS-BI-NILAI
                   MOVE SPACES TO WS-BI-PESAN
                   STRING 'PRASYARAT ' DELIMITED BY SIZE
                       PRS-KODE-SYARAT DELIMITED BY SIZE
                       ' BELUM LULUS' DELIMITED BY SIZE
                       INTO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
                   MOVE SPACES TO WS-AUDIT-AKSI
                   STRING 'KRS DITOLAK PRASYARAT ' DELIMITED BY SIZE
                       PRS-KODE-SYARAT DELIMITED BY SIZE
                       INTO WS-AUDIT-AKSI
               END-IF
           END-IF.
       PERIKSA-BEBAN-SKS.
      *    The load check needs the catalog for the credit hours and
      *    a BEBANSKS table to check against; without either it is
      *    skipped, the same way an unopened MHSFILE skips the NPM
      *    check.
           PERFORM MUAT-BEBAN.
           IF KATALOG-MK-AKTIF AND WS-JML-BEBAN > 0
               PERFORM TENTUKAN-BATAS-SKS
               PERFORM HITUNG-SKS-DIAMBIL
               COMPUTE WS-SKS-TOTAL = WS-SKS-DIAMBIL + WS-SKS-BARU
               IF WS-SKS-TOTAL > WS-SKS-BATAS
                   PERFORM TOLAK-BEBAN-SKS
               END-IF
           END-IF.
       TENTUKAN-BATAS-SKS.
      *    The band is the row with the highest IPS cutoff the
      *    previous term still reaches; an IPS under every cutoff
      *    gets the lowest band.
           IF WS-SMT-LALU = SPACES OR WS-JML-SKALA = 0
               MOVE WS-SKS-MHS-BARU TO WS-SKS-BATAS
           ELSE
               IF WS-SKS-LALU > 0
                   COMPUTE WS-IPS-LALU ROUNDED =
                       WS-MUTU-LALU / WS-SKS-LALU
               ELSE
                   MOVE 0 TO WS-IPS-LALU
               END-IF
               MOVE TB-SKS-MAKS(1) TO WS-SKS-BATAS
               MOVE TB-IPS-MIN(1) TO WS-IPS-TERPILIH
               PERFORM CARI-BEBAN-TERENDAH VARYING B FROM 2 BY 1
                   UNTIL B > WS-JML-BEBAN
               MOVE 'N' TO SW-KETEMU
               PERFORM CARI-BEBAN-BARIS VARYING B FROM 1 BY 1
                   UNTIL B > WS-JML-BEBAN
           END-IF.
       CARI-BEBAN-TERENDAH.
           IF TB-IPS-MIN(B) < WS-IPS-TERPILIH
               MOVE TB-IPS-MIN(B) TO WS-IPS-TERPILIH
               MOVE TB-SKS-MAKS(B) TO WS-SKS-BATAS
           END-IF.
       CARI-BEBAN-BARIS.
           IF WS-IPS-LALU >= TB-IPS-MIN(B)
               AND (NOT KETEMU
                   OR TB-IPS-MIN(B) >= WS-IPS-TERPILIH)
               MOVE 'Y' TO SW-KETEMU
               MOVE TB-IPS-MIN(B) TO WS-IPS-TERPILIH
               MOVE TB-SKS-MAKS(B) TO WS-SKS-BATAS
           END-IF.
       HITUNG-SKS-DIAMBIL.
      *    Credit hours already on KRSFILE for the same semester; a
      *    re-save of a course already taken is not counted twice.
           MOVE 0 TO WS-SKS-DIAMBIL.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE = '00'
               MOVE 'N' TO SW-HABIS
               MOVE ISI-NPM TO KRS-NPM
               MOVE SPACES TO KRS-KODE-MK
               START KRS-FILE KEY IS NOT LESS THAN KRS-KEY
                   INVALID KEY MOVE 'Y' TO SW-HABIS
               END-START
               PERFORM BACA-KRS-MHS
               PERFORM JUMLAH-SKS-KRS
                   UNTIL HABIS OR KRS-NPM NOT = ISI-NPM
               CLOSE KRS-FILE
           END-IF.
       BACA-KRS-MHS.
           IF NOT HABIS
               READ KRS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SW-HABIS
               END-READ
           END-IF.
       JUMLAH-SKS-KRS.
           IF KRS-SEMESTER = ISI-SEMESTER
               AND KRS-KODE-MK NOT = ISI-KODE-MK
               MOVE KRS-KODE-MK TO MK-KODE
               PERFORM CARI-SKS-MK
               ADD WS-SKS-MK TO WS-SKS-DIAMBIL
           END-IF.
           PERFORM BACA-KRS-MHS.
       TOLAK-BEBAN-SKS.
           MOVE 'Y' TO SW-KRS-DITOLAK.
           COMPUTE WS-SKS-LEBIH = WS-SKS-TOTAL - WS-SKS-BATAS.
           DISPLAY 'KRS DITOLAK: BEBAN ' WS-SKS-TOTAL ' SKS, BATAS '
               WS-SKS-BATAS ' SKS, LEBIH ' WS-SKS-LEBIH ' SKS'.
           MOVE 'BEBAN-SKS' TO WS-BI-FIELD.
           MOVE SPACES TO WS-BI-NILAI.
           STRING ISI-NPM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ISI-KODE-MK DELIMITED BY SIZE
               INTO WS-BI-NILAI.
           MOVE SPACES TO WS-BI-PESAN.
           STRING 'LEBIH ' DELIMITED BY SIZE
               WS-SKS-LEBIH DELIMITED BY SIZE
               ' SKS DARI BATAS ' DELIMITED BY SIZE
               WS-SKS-BATAS DELIMITED BY SIZE
               INTO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'KRS DITOLAK BEBAN SKS LEBIH ' DELIMITED BY SIZE
               WS-SKS-LEBIH DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
       PERIKSA-KAPASITAS.
      *    Seats taken in the section this semester, not counting
      *    the student's own record when an enrollment is re-saved.
           MOVE 0 TO WS-KLS-TERISI.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE = '00'
               PERFORM HITUNG-TERISI UNTIL FS-KRS-FILE = '10'
               CLOSE KRS-FILE
           END-IF.
           IF WS-KLS-TERISI NOT < WS-KLS-KAPASITAS
               MOVE 'Y' TO SW-KRS-DITOLAK
               DISPLAY 'KRS DITOLAK: KELAS ' ISI-KELAS
                   ' PENUH, KAPASITAS ' WS-KLS-KAPASITAS ' KURSI'
               MOVE 'KELAS' TO WS-BI-FIELD
               MOVE SPACES TO WS-BI-NILAI
               STRING ISI-NPM DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ISI-KODE-MK DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ISI-KELAS DELIMITED BY SIZE
                   INTO WS-BI-NILAI
               MOVE SPACES TO WS-BI-PESAN
               STRING 'KELAS PENUH, KAPASITAS ' DELIMITED BY SIZE
                   WS-KLS-KAPASITAS DELIMITED BY SIZE
                   INTO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'KRS DITOLAK KELAS PENUH ' DELIMITED BY SIZE
                   ISI-KODE-MK DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ISI-KELAS DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
           END-IF.
       HITUNG-TERISI.
           READ KRS-FILE NEXT RECORD
               AT END MOVE '10' TO FS-KRS-FILE.
           IF FS-KRS-FILE NOT = '10'
               AND KRS-KODE-MK = ISI-KODE-MK
               AND KRS-KELAS = ISI-KELAS
               AND KRS-SEMESTER = ISI-SEMESTER
               AND KRS-NPM NOT = ISI-NPM
               ADD 1 TO WS-KLS-TERISI
           END-IF.
       PERIKSA-BENTROK.
      *    The chosen section clashes with another course of the
      *    same semester when both meet on the same day and each
      *    starts before the other ends.
      *    JADWAL is still open from BUKA-RUJUKAN.
           OPEN INPUT KRS-FILE.
           IF FS-KRS-FILE = '00'
               MOVE 'N' TO SW-HABIS
               MOVE ISI-NPM TO KRS-NPM
               MOVE SPACES TO KRS-KODE-MK
               START KRS-FILE KEY IS NOT LESS THAN KRS-KEY
                   INVALID KEY MOVE 'Y' TO SW-HABIS
               END-START
               PERFORM BACA-KRS-MHS
               PERFORM PERIKSA-BENTROK-KRS
                   UNTIL HABIS OR KRS-NPM NOT = ISI-NPM
                       OR KRS-DITOLAK
               CLOSE KRS-FILE
           END-IF.
       PERIKSA-BENTROK-KRS.
           IF KRS-SEMESTER = ISI-SEMESTER
               AND KRS-KODE-MK NOT = ISI-KODE-MK
               AND KRS-KELAS NOT = SPACES
               MOVE KRS-KODE-MK TO JDW-KODE-MK
               MOVE KRS-KELAS TO JDW-KELAS
               READ JADWAL-FILE RECORD KEY IS JDW-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF JDW-HARI = WS-KLS-HARI
                           AND JDW-MULAI < WS-KLS-SELESAI
                           AND WS-KLS-MULAI < JDW-SELESAI
                           PERFORM TOLAK-BENTROK
                       END-IF
               END-READ
           END-IF.
           IF NOT KRS-DITOLAK
               PERFORM BACA-KRS-MHS
           END-IF.
       TOLAK-BENTROK.
           MOVE 'Y' TO SW-KRS-DITOLAK.
           MOVE JDW-KEY TO WS-KEY-BENTROK.
           DISPLAY 'KRS DITOLAK: JADWAL BENTROK DENGAN '
               JDW-KODE-MK ' KELAS ' JDW-KELAS.
           MOVE 'JADWAL' TO WS-BI-FIELD.
           MOVE SPACES TO WS-BI-NILAI.
           STRING ISI-NPM DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ISI-KODE-MK DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ISI-KELAS DELIMITED BY SIZE
               INTO WS-BI-NILAI.
           MOVE SPACES TO WS-BI-PESAN.
           STRING 'BENTROK DENGAN ' DELIMITED BY SIZE
               JDW-KODE-MK DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               JDW-KELAS DELIMITED BY SIZE
               INTO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'KRS DITOLAK BENTROK ' DELIMITED BY SIZE
               WS-KEY-BENTROK DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
       CARI-SKS-MK.
      *    Credit hours from the catalog; a course with no catalog
      *    row counts as one SKS, as in TRANSK1.
           MOVE 1 TO WS-SKS-MK.
           IF KATALOG-MK-AKTIF
               READ MK-FILE RECORD KEY IS MK-KODE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MK-SKS TO WS-SKS-MK
               END-READ
           END-IF.
       CARI-BOBOT-HURUF.
      *    Grade points of the GRADESCL row with the highest cutoff
      *    the score still reaches.
           MOVE 0 TO WS-BOBOT-HURUF.
           MOVE 0 TO WS-BATAS-TERPILIH.
           MOVE 'N' TO SW-ADA-HURUF.
           PERFORM CARI-BOBOT-BARIS VARYING S FROM 1 BY 1
               UNTIL S > WS-JML-SKALA.
       CARI-BOBOT-BARIS.
           IF NILAI-HST >= TS-BATAS(S)
               AND (SW-ADA-HURUF = 'N'
                   OR TS-BATAS(S) >= WS-BATAS-TERPILIH)
               MOVE 'Y' TO SW-ADA-HURUF
               MOVE TS-BATAS(S) TO WS-BATAS-TERPILIH
               MOVE TS-BOBOT(S) TO WS-BOBOT-HURUF
           END-IF.
       MUAT-SKALA.
           MOVE 0 TO WS-JML-SKALA.
           OPEN INPUT SKALA-FILE.
           IF FS-SKALA-FILE = '00'
               PERFORM MUAT-SKALA-BARIS
                   UNTIL FS-SKALA-FILE = '10'
               CLOSE SKALA-FILE
           END-IF.
       MUAT-SKALA-BARIS.
           READ SKALA-FILE
               AT END MOVE '10' TO FS-SKALA-FILE.
           IF FS-SKALA-FILE NOT = '10'
               IF WS-JML-SKALA < 20
                   ADD 1 TO WS-JML-SKALA
                   MOVE SKL-BATAS TO TS-BATAS(WS-JML-SKALA)
                   MOVE SKL-BOBOT TO TS-BOBOT(WS-JML-SKALA)
               END-IF
           END-IF.
       MUAT-BEBAN.
           MOVE 0 TO WS-JML-BEBAN.
           OPEN INPUT BEBAN-FILE.
           IF FS-BEBAN-FILE = '00'
               PERFORM MUAT-BEBAN-BARIS
                   UNTIL FS-BEBAN-FILE = '10'
               CLOSE BEBAN-FILE
           END-IF.
       MUAT-BEBAN-BARIS.
           READ BEBAN-FILE
               AT END MOVE '10' TO FS-BEBAN-FILE.
           IF FS-BEBAN-FILE NOT = '10'
               IF WS-JML-BEBAN < 20
                   ADD 1 TO WS-JML-BEBAN
                   MOVE BBN-IPS-MIN TO TB-IPS-MIN(WS-JML-BEBAN)
                   MOVE BBN-SKS-MAKS TO TB-SKS-MAKS(WS-JML-BEBAN)
               END-IF
           END-IF.
       TULIS-DAFTAR.
           READ KRS-FILE NEXT RECORD
               AT END MOVE '10' TO FS-KRS-FILE.
               MOVE KRS-KODE-MK TO BD-KODE-MK
               MOVE KRS-SEMESTER TO BD-SEMESTER
               MOVE KRS-TANGGAL TO BD-TANGGAL
               MOVE KRS-KELAS TO BD-KELAS
               DISPLAY BARIS-DAFTAR
               ADD 1 TO WS-JML-DAFTAR
           END-IF.
