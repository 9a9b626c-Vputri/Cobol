      ******************************************************************
      * Author:
      * Date:
      * Purpose: Grade-curve preview and proposal for one course on
      *          NILAIMST, for a curve the academic board has agreed
      *          to. Shows the course count, mean and standard
      *          deviation (worked out as STATNIL1 does), takes the
      *          method - G fixed shift, R scale to a target mean,
      *          Z z-score onto a target mean and deviation - and
      *          the board's decision reference, and prints the
      *          before/after preview per student to KURVALAP with
      *          every change of LULUS / MENGULANG / GAGAL marked.
      *          Graduated students (LULCEK1) are shown unchanged.
      *          Nothing on NILAIMST changes here: on the operator's
      *          word the curve is filed on KURVAMST as a proposal
      *          and waits for a supervisor other than the proposer
      *          to approve it on KURVAPP1. One open proposal per
      *          course at a time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KURVA1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY KRVSEL.
           COPY NILMSEL.
           COPY MKSEL.
           SELECT LAPORAN-KURVA ASSIGN TO "KURVALAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-KURVA.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY KRVFD.
           COPY NILMFD.
           COPY MKFD.
       FD  LAPORAN-KURVA.
       01  LAPORAN-KURVA-BARIS PIC X(80).
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-KURVA-FILE PIC XX VALUE '00'.
       77  FS-NILAI-MASTER PIC XX VALUE '00'.
       77  FS-MK-FILE PIC XX VALUE '00'.
       77  FS-LAPORAN-KURVA PIC XX VALUE '00'.
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
       77  FS-BAD-INPUT-FILE PIC XX VALUE '00'.
       77  WS-BI-FIELD PIC X(15).
       77  WS-BI-NILAI PIC X(20).
       77  WS-BI-PESAN PIC X(30).
       77  JWB-SIMPAN PIC X VALUE 'N'.
       77  WS-KODE-MK PIC X(6) VALUE SPACES.
       77  WS-NAMA-MK PIC X(20) VALUE SPACES.
       77  WS-HASIL-LULUS PIC X(1) VALUE SPACE.
           88 NILAI-DIBEKUKAN VALUE 'Y'.
       77  WS-TGL-LULUS PIC 9(8) VALUE 0.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  SW-ADA-TERBUKA PIC X VALUE 'N'.
           88 ADA-TERBUKA VALUE 'Y'.
       77  SW-TERPOTONG PIC X VALUE 'N'.
           88 TERPOTONG VALUE 'Y'.
       77  WS-NO-BARU PIC 9(7) VALUE 0.
      *    The course's scores; a curve must cover every student, so
      *    a course over the table size is refused, not truncated.
       77  WS-JML-SKOR PIC 9(5) VALUE 0.
       01  TABEL-SKOR.
           02 ISI-SKOR OCCURS 500 TIMES.
              03 TS-NPM PIC X(8).
              03 TS-NAMA PIC X(20).
              03 TS-NILAI PIC 999V99.
              03 TS-KET PIC X(10).
       77  S1 PIC 9(4) VALUE 0.
       77  WS-TOTAL PIC 9(9)V99 VALUE 0.
       77  WS-KUADRAT PIC 9(11)V9(4) VALUE 0.
       77  WS-RATA PIC 9(3)V99 VALUE 0.
       77  WS-SELISIH PIC S9(5)V99 VALUE 0.
       77  WS-JML-SELISIH2 PIC 9(13)V99 VALUE 0.
       77  WS-RAGAM PIC 9(9)V99 VALUE 0.
       77  WS-SIMPANGAN PIC 9(3)V99 VALUE 0.
       01  ISIAN-KURVA.
           02 ISI-METODE PIC X(1).
              88 ISI-METODE-SAH VALUE 'G' 'R' 'Z'.
           02 ISI-GESER PIC 9(3).
           02 ISI-TARGET-RATA PIC 9(3).
           02 ISI-TARGET-SB PIC 9(3).
           02 ISI-REFERENSI PIC X(30).
       77  WS-GESER PIC 9(3)V99 VALUE 0.
       77  WS-TARGET-RATA PIC 9(3)V99 VALUE 0.
       77  WS-TARGET-SB PIC 9(3)V99 VALUE 0.
       77  WS-NILAI-BARU PIC 999V99 VALUE 0.
       77  WS-KET-BARU PIC X(10) VALUE SPACES.
       77  WS-TOTAL-BARU PIC 9(9)V99 VALUE 0.
       77  WS-RATA-BARU PIC 9(3)V99 VALUE 0.
       77  WS-JML-NAIK PIC 9(5) VALUE 0.
       77  WS-JML-JADI-LULUS PIC 9(5) VALUE 0.
       77  WS-JML-KET-BERUBAH PIC 9(5) VALUE 0.
       77  WS-JML-BEKU PIC 9(5) VALUE 0.
       77  WS-JML-LULUS-LAMA PIC 9(5) VALUE 0.
       77  WS-JML-LULUS-BARU PIC 9(5) VALUE 0.
       77  WS-ANGKA-EDIT PIC ZZ9.99.
       01  JUDUL-KURVA.
           02 FILLER PIC X(30)
              VALUE 'PRATINJAU KURVA NILAI'.
           02 FILLER PIC X(8) VALUE 'RUN-ID: '.
           02 JK-RUN-ID PIC X(12).
       01  JUDUL-MK.
           02 FILLER PIC X(14) VALUE 'MATA KULIAH : '.
           02 JMK-KODE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 JMK-NAMA PIC X(20).
       01  JUDUL-METODE.
           02 FILLER PIC X(14) VALUE 'METODE      : '.
           02 JMT-TEKS PIC X(40).
       01  JUDUL-REFERENSI.
           02 FILLER PIC X(14) VALUE 'KEPUTUSAN   : '.
           02 JR-REFERENSI PIC X(30).
       01  KOLOM-KURVA.
           02 FILLER PIC X(40)
              VALUE 'NPM      NAMA                   LAMA KET'.
           02 FILLER PIC X(40)
              VALUE '          BARU KET'.
       01  BARIS-KURVA.
           02 BK-NPM PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BK-NAMA PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BK-LAMA PIC ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 BK-KET-LAMA PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BK-BARU PIC ZZ9.99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 BK-KET-BARU PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 BK-TANDA PIC X(14).
       01  BARIS-RINGKAS.
           02 BR-TEKS PIC X(30).
           02 BR-LAMA PIC ZZZZ9.99.
           02 FILLER PIC X(4) VALUE SPACES.
           02 BR-BARU PIC ZZZZ9.99.
       01  BARIS-JUMLAH.
           02 BJ-TEKS PIC X(30).
           02 BJ-ANGKA PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           MOVE 'PRATINJAU KURVA DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM TERIMA-KODE-MK.
           PERFORM MUAT-SKOR.
           IF WS-JML-SKOR = 0
               DISPLAY 'TIDAK ADA NILAI ' WS-KODE-MK ' DI NILAIMST'
               GO TO AKHIR.
           IF TERPOTONG
               DISPLAY 'MATA KULIAH LEBIH DARI 500 NILAI, KURVA TIDAK '
                   'BISA DIHITUNG UNTUK SEMUA MAHASISWA'
               MOVE 'KURVA DITOLAK, MK TERLALU BESAR' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               GO TO AKHIR.
           PERFORM HITUNG-STATISTIK.
           DISPLAY 'MATA KULIAH ' WS-KODE-MK ' ' WS-NAMA-MK.
           MOVE WS-RATA TO WS-ANGKA-EDIT.
           DISPLAY 'JUMLAH NILAI ' WS-JML-SKOR ', RATA-RATA '
               WS-ANGKA-EDIT.
           MOVE WS-SIMPANGAN TO WS-ANGKA-EDIT.
           DISPLAY 'SIMPANGAN BAKU ' WS-ANGKA-EDIT.
           PERFORM BUKA-KURVA-IO.
           PERFORM CARI-NO-BARU.
           IF ADA-TERBUKA
               DISPLAY 'MASIH ADA USULAN KURVA ' WS-KODE-MK
                   ' MENUNGGU PERSETUJUAN (KURVAPP1)'
               CLOSE KURVA-FILE
               GO TO AKHIR.
           PERFORM TERIMA-METODE.
           PERFORM TERIMA-REFERENSI.
           PERFORM TULIS-PRATINJAU.
           DISPLAY 'PRATINJAU DITULIS KE FILE KURVALAP: '
               WS-JML-NAIK ' NILAI NAIK, '
               WS-JML-KET-BERUBAH ' KETERANGAN BERUBAH'.
           DISPLAY 'AJUKAN KURVA INI UNTUK PERSETUJUAN ? (Y/N) : '.
           ACCEPT JWB-SIMPAN.
           IF JWB-SIMPAN NOT = 'Y' AND JWB-SIMPAN NOT = 'y'
               DISPLAY 'KURVA TIDAK DIAJUKAN, NILAIMST TIDAK BERUBAH'
               CLOSE KURVA-FILE
               MOVE 'PRATINJAU KURVA TANPA USULAN' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               GO TO AKHIR.
           PERFORM ISI-KURVA.
           WRITE KURVA-RECORD
               INVALID KEY
                   DISPLAY 'NOMOR USULAN ' WS-NO-BARU ' SUDAH ADA'
           END-WRITE.
           CLOSE KURVA-FILE.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'KURVA DIAJUKAN ' DELIMITED BY SIZE
               WS-NO-BARU DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WS-KODE-MK DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           DISPLAY 'USULAN KURVA ' WS-NO-BARU
               ' MENUNGGU PERSETUJUAN SUPERVISOR LAIN (KURVAPP1)'.
           GO TO AKHIR.
       TERIMA-KODE-MK.
           DISPLAY 'KODE MATA KULIAH : '.
           ACCEPT WS-KODE-MK.
           MOVE SPACES TO WS-NAMA-MK.
           OPEN INPUT MK-FILE.
           IF FS-MK-FILE = '00'
               MOVE WS-KODE-MK TO MK-KODE
               READ MK-FILE RECORD KEY IS MK-KODE
                   INVALID KEY
                       MOVE '(TIDAK ADA DI MKFILE)' TO WS-NAMA-MK
                   NOT INVALID KEY
                       MOVE MK-NAMA TO WS-NAMA-MK
               END-READ
               CLOSE MK-FILE
           END-IF.
       MUAT-SKOR.
           MOVE 0 TO WS-JML-SKOR WS-TOTAL WS-KUADRAT.
           MOVE 'N' TO SW-HABIS.
           OPEN INPUT NILAI-MASTER.
           IF FS-NILAI-MASTER NOT = '00'
               DISPLAY 'NILAIMST TIDAK TERBUKA, TIDAK ADA DATA'
           ELSE
      *        Only this course's records, along the course-code
      *        alternate key.
               MOVE WS-KODE-MK TO KODE-MK-MST
               START NILAI-MASTER KEY IS = KODE-MK-MST
                   INVALID KEY MOVE 'Y' TO SW-HABIS
               END-START
               PERFORM MUAT-SKOR-BARIS UNTIL HABIS
               CLOSE NILAI-MASTER
           END-IF.
       MUAT-SKOR-BARIS.
           READ NILAI-MASTER NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS AND KODE-MK-MST NOT = WS-KODE-MK
               MOVE 'Y' TO SW-HABIS
           END-IF.
           IF NOT HABIS
               IF WS-JML-SKOR < 500
                   ADD 1 TO WS-JML-SKOR
                   MOVE NPM-MST TO TS-NPM(WS-JML-SKOR)
                   MOVE NAMA-MST TO TS-NAMA(WS-JML-SKOR)
                   MOVE NILAI-MST TO TS-NILAI(WS-JML-SKOR)
                   MOVE KETERANGAN-MST TO TS-KET(WS-JML-SKOR)
                   ADD NILAI-MST TO WS-TOTAL
                   COMPUTE WS-KUADRAT = WS-KUADRAT
                       + NILAI-MST * NILAI-MST
               ELSE
                   MOVE 'Y' TO SW-TERPOTONG
               END-IF
           END-IF.
       HITUNG-STATISTIK.
      *    Mean and population standard deviation, as STATNIL1
      *    prints them for the board.
           COMPUTE WS-RATA = WS-TOTAL / WS-JML-SKOR.
           MOVE 0 TO WS-JML-SELISIH2.
           PERFORM JUMLAH-KUADRAT VARYING S1 FROM 1 BY 1
               UNTIL S1 > WS-JML-SKOR.
           COMPUTE WS-RAGAM = WS-JML-SELISIH2 / WS-JML-SKOR.
           COMPUTE WS-SIMPANGAN = WS-RAGAM ** 0.5.
       JUMLAH-KUADRAT.
           COMPUTE WS-SELISIH = TS-NILAI(S1) - WS-RATA.
           COMPUTE WS-JML-SELISIH2 =
               WS-JML-SELISIH2 + (WS-SELISIH * WS-SELISIH).
       TERIMA-METODE.
           DISPLAY 'METODE KURVA : G = GESER TETAP, '
               'R = SKALA KE RATA-RATA TARGET, '
               'Z = SKOR-Z KE RATA-RATA DAN SIMPANGAN TARGET'.
           DISPLAY 'METODE (G/R/Z) : '.
           ACCEPT ISI-METODE.
           MOVE 0 TO ISI-GESER ISI-TARGET-RATA ISI-TARGET-SB.
           IF NOT ISI-METODE-SAH
               DISPLAY 'METODE HARUS G, R ATAU Z, ULANGI'
               MOVE 'METODE' TO WS-BI-FIELD
               MOVE ISI-METODE TO WS-BI-NILAI
               MOVE 'METODE KURVA TIDAK SAH' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-METODE
           ELSE
               IF ISI-METODE = 'Z' AND WS-SIMPANGAN = 0
                   DISPLAY 'SIMPANGAN BAKU NOL, METODE Z TIDAK BISA '
                       'DIPAKAI, PILIH METODE LAIN'
                   PERFORM TERIMA-METODE
               ELSE
                   PERFORM TERIMA-PARAMETER
               END-IF
           END-IF.
           MOVE ISI-GESER TO WS-GESER.
           MOVE ISI-TARGET-RATA TO WS-TARGET-RATA.
           MOVE ISI-TARGET-SB TO WS-TARGET-SB.
       TERIMA-PARAMETER.
           IF ISI-METODE = 'G'
               PERFORM TERIMA-GESER
           ELSE
               PERFORM TERIMA-TARGET-RATA
               IF ISI-METODE = 'Z'
                   PERFORM TERIMA-TARGET-SB
               END-IF
           END-IF.
       TERIMA-GESER.
           DISPLAY 'TAMBAH BERAPA POIN (1 - 100) : '.
           ACCEPT ISI-GESER.
           IF ISI-GESER = 0 OR ISI-GESER > 100
               DISPLAY 'GESER HARUS 1 - 100, ULANGI'
               MOVE 'GESER' TO WS-BI-FIELD
               MOVE ISI-GESER TO WS-BI-NILAI
               MOVE 'GESER DILUAR RENTANG 1-100' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-GESER
           END-IF.
       TERIMA-TARGET-RATA.
      *    A curve raises the class: the target mean must be above
      *    the mean the course has now.
           DISPLAY 'RATA-RATA TARGET (SAMPAI 100) : '.
           ACCEPT ISI-TARGET-RATA.
           IF ISI-TARGET-RATA > 100 OR ISI-TARGET-RATA NOT > WS-RATA
               DISPLAY 'TARGET HARUS DI ATAS RATA-RATA SEKARANG DAN '
                   'PALING TINGGI 100, ULANGI'
               MOVE 'TARGET-RATA' TO WS-BI-FIELD
               MOVE ISI-TARGET-RATA TO WS-BI-NILAI
               MOVE 'TARGET RATA-RATA TIDAK SAH' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-TARGET-RATA
           END-IF.
       TERIMA-TARGET-SB.
           DISPLAY 'SIMPANGAN BAKU TARGET (1 - 50) : '.
           ACCEPT ISI-TARGET-SB.
           IF ISI-TARGET-SB = 0 OR ISI-TARGET-SB > 50
               DISPLAY 'SIMPANGAN TARGET HARUS 1 - 50, ULANGI'
               MOVE 'TARGET-SB' TO WS-BI-FIELD
               MOVE ISI-TARGET-SB TO WS-BI-NILAI
               MOVE 'SIMPANGAN TARGET TIDAK SAH' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-TARGET-SB
           END-IF.
       TERIMA-REFERENSI.
           DISPLAY 'NOMOR / TANGGAL KEPUTUSAN DEWAN AKADEMIK : '.
           ACCEPT ISI-REFERENSI.
           IF ISI-REFERENSI = SPACES
               DISPLAY 'REFERENSI KEPUTUSAN TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'REFERENSI' TO WS-BI-FIELD
               MOVE SPACES TO WS-BI-NILAI
               MOVE 'REFERENSI KEPUTUSAN KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-REFERENSI
           END-IF.
       TULIS-PRATINJAU.
           MOVE 0 TO WS-TOTAL-BARU WS-JML-NAIK WS-JML-JADI-LULUS
               WS-JML-KET-BERUBAH WS-JML-BEKU WS-JML-LULUS-LAMA
               WS-JML-LULUS-BARU.
           OPEN OUTPUT LAPORAN-KURVA.
           MOVE WS-RUN-ID TO JK-RUN-ID.
           MOVE JUDUL-KURVA TO LAPORAN-KURVA-BARIS.
           WRITE LAPORAN-KURVA-BARIS.
           MOVE WS-KODE-MK TO JMK-KODE.
           MOVE WS-NAMA-MK TO JMK-NAMA.
           MOVE JUDUL-MK TO LAPORAN-KURVA-BARIS.
           WRITE LAPORAN-KURVA-BARIS.
           PERFORM SUSUN-TEKS-METODE.
           MOVE JUDUL-METODE TO LAPORAN-KURVA-BARIS.
           WRITE LAPORAN-KURVA-BARIS.
           MOVE ISI-REFERENSI TO JR-REFERENSI.
           MOVE JUDUL-REFERENSI TO LAPORAN-KURVA-BARIS.
           WRITE LAPORAN-KURVA-BARIS.
           MOVE SPACES TO LAPORAN-KURVA-BARIS.
           WRITE LAPORAN-KURVA-BARIS.
           MOVE KOLOM-KURVA TO LAPORAN-KURVA-BARIS.
           WRITE LAPORAN-KURVA-BARIS.
           PERFORM PRATINJAU-SATU VARYING S1 FROM 1 BY 1
               UNTIL S1 > WS-JML-SKOR.
           COMPUTE WS-RATA-BARU ROUNDED =
               WS-TOTAL-BARU / WS-JML-SKOR.
           MOVE SPACES TO LAPORAN-KURVA-BARIS.
           WRITE LAPORAN-KURVA-BARIS.
           MOVE '                               SEBELUM'
               TO LAPORAN-KURVA-BARIS.
           MOVE 'SESUDAH' TO LAPORAN-KURVA-BARIS(43:7).
           WRITE LAPORAN-KURVA-BARIS.
           MOVE 'RATA-RATA                    :' TO BR-TEKS.
           MOVE WS-RATA TO BR-LAMA.
           MOVE WS-RATA-BARU TO BR-BARU.
           PERFORM TULIS-RINGKAS.
           MOVE 'JUMLAH LULUS                 :' TO BR-TEKS.
           MOVE WS-JML-LULUS-LAMA TO BR-LAMA.
           MOVE WS-JML-LULUS-BARU TO BR-BARU.
           PERFORM TULIS-RINGKAS.
           MOVE 'SIMPANGAN BAKU SEBELUM       :' TO BR-TEKS.
           MOVE WS-SIMPANGAN TO BR-LAMA.
           MOVE BARIS-RINGKAS(1:38) TO LAPORAN-KURVA-BARIS.
           WRITE LAPORAN-KURVA-BARIS.
           MOVE 'JUMLAH MAHASISWA             :' TO BJ-TEKS.
           MOVE WS-JML-SKOR TO BJ-ANGKA.
           PERFORM TULIS-JUMLAH.
           MOVE 'NILAI NAIK                   :' TO BJ-TEKS.
           MOVE WS-JML-NAIK TO BJ-ANGKA.
           PERFORM TULIS-JUMLAH.
           MOVE 'KETERANGAN BERUBAH           :' TO BJ-TEKS.
           MOVE WS-JML-KET-BERUBAH TO BJ-ANGKA.
           PERFORM TULIS-JUMLAH.
           MOVE 'MENJADI LULUS                :' TO BJ-TEKS.
           MOVE WS-JML-JADI-LULUS TO BJ-ANGKA.
           PERFORM TULIS-JUMLAH.
           MOVE 'SUDAH LULUS, TIDAK DIUBAH    :' TO BJ-TEKS.
           MOVE WS-JML-BEKU TO BJ-ANGKA.
           PERFORM TULIS-JUMLAH.
           MOVE SPACES TO LAPORAN-KURVA-BARIS.
           WRITE LAPORAN-KURVA-BARIS.
           MOVE 'PRATINJAU SAJA - NILAIMST BELUM DIUBAH SAMPAI '
               TO LAPORAN-KURVA-BARIS.
           MOVE 'DISETUJUI DI KURVAPP1' TO LAPORAN-KURVA-BARIS(47:21).
           WRITE LAPORAN-KURVA-BARIS.
           CLOSE LAPORAN-KURVA.
       SUSUN-TEKS-METODE.
           MOVE SPACES TO JMT-TEKS.
           IF ISI-METODE = 'G'
               MOVE WS-GESER TO WS-ANGKA-EDIT
               STRING 'G GESER TETAP +' DELIMITED BY SIZE
                   WS-ANGKA-EDIT DELIMITED BY SIZE
                   INTO JMT-TEKS
           END-IF.
           IF ISI-METODE = 'R'
               MOVE WS-TARGET-RATA TO WS-ANGKA-EDIT
               STRING 'R SKALA KE RATA-RATA ' DELIMITED BY SIZE
                   WS-ANGKA-EDIT DELIMITED BY SIZE
                   INTO JMT-TEKS
           END-IF.
           IF ISI-METODE = 'Z'
               MOVE WS-TARGET-RATA TO WS-ANGKA-EDIT
               STRING 'Z RATA-RATA ' DELIMITED BY SIZE
                   WS-ANGKA-EDIT DELIMITED BY SIZE
                   ' SIMPANGAN ' DELIMITED BY SIZE
                   INTO JMT-TEKS
               MOVE WS-TARGET-SB TO WS-ANGKA-EDIT
               MOVE WS-ANGKA-EDIT TO JMT-TEKS(30:6)
           END-IF.
       PRATINJAU-SATU.
           CALL 'LULCEK1' USING TS-NPM(S1), WS-HASIL-LULUS,
               WS-TGL-LULUS.
           IF NILAI-DIBEKUKAN
               MOVE TS-NILAI(S1) TO WS-NILAI-BARU
               MOVE TS-KET(S1) TO WS-KET-BARU
           ELSE
               CALL 'KRVHIT1' USING ISI-METODE, WS-GESER,
                   WS-TARGET-RATA, WS-TARGET-SB, WS-RATA,
                   WS-SIMPANGAN, TS-NILAI(S1), WS-NILAI-BARU,
                   WS-KET-BARU
               IF WS-NILAI-BARU = TS-NILAI(S1)
                   MOVE TS-KET(S1) TO WS-KET-BARU
               END-IF
           END-IF.
           MOVE TS-NPM(S1) TO BK-NPM.
           MOVE TS-NAMA(S1) TO BK-NAMA.
           MOVE TS-NILAI(S1) TO BK-LAMA.
           MOVE TS-KET(S1) TO BK-KET-LAMA.
           MOVE WS-NILAI-BARU TO BK-BARU.
           MOVE WS-KET-BARU TO BK-KET-BARU.
           MOVE SPACES TO BK-TANDA.
           IF NILAI-DIBEKUKAN
               ADD 1 TO WS-JML-BEKU
               MOVE 'SUDAH LULUS' TO BK-TANDA
           ELSE
               IF WS-KET-BARU NOT = TS-KET(S1)
                   ADD 1 TO WS-JML-KET-BERUBAH
                   IF WS-KET-BARU = 'LULUS'
                       ADD 1 TO WS-JML-JADI-LULUS
                       MOVE '<<< JADI LULUS' TO BK-TANDA
                   ELSE
                       MOVE '<<< BERUBAH' TO BK-TANDA
                   END-IF
               END-IF
           END-IF.
           IF WS-NILAI-BARU > TS-NILAI(S1)
               ADD 1 TO WS-JML-NAIK
           END-IF.
           IF TS-KET(S1) = 'LULUS'
               ADD 1 TO WS-JML-LULUS-LAMA
           END-IF.
           IF WS-KET-BARU = 'LULUS'
               ADD 1 TO WS-JML-LULUS-BARU
           END-IF.
           ADD WS-NILAI-BARU TO WS-TOTAL-BARU.
           MOVE BARIS-KURVA TO LAPORAN-KURVA-BARIS.
           WRITE LAPORAN-KURVA-BARIS.
       TULIS-RINGKAS.
           MOVE BARIS-RINGKAS TO LAPORAN-KURVA-BARIS.
           WRITE LAPORAN-KURVA-BARIS.
       TULIS-JUMLAH.
           MOVE BARIS-JUMLAH TO LAPORAN-KURVA-BARIS.
           WRITE LAPORAN-KURVA-BARIS.
       BUKA-KURVA-IO.
           OPEN I-O KURVA-FILE.
           IF FS-KURVA-FILE = '35'
               CLOSE KURVA-FILE
               OPEN OUTPUT KURVA-FILE
               CLOSE KURVA-FILE
               OPEN I-O KURVA-FILE.
       CARI-NO-BARU.
      *    Next proposal number is one past the highest on file; the
      *    same pass refuses a second open proposal for one course.
           MOVE 0 TO WS-NO-BARU.
           MOVE 'N' TO SW-ADA-TERBUKA.
           MOVE 'N' TO SW-HABIS.
           MOVE 0 TO KRV-NO.
           START KURVA-FILE KEY IS NOT LESS THAN KRV-NO
               INVALID KEY MOVE 'Y' TO SW-HABIS
           END-START.
           PERFORM CARI-NO-BARIS UNTIL HABIS.
           ADD 1 TO WS-NO-BARU.
       CARI-NO-BARIS.
           READ KURVA-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               MOVE KRV-NO TO WS-NO-BARU
               IF KRV-KODE-MK = WS-KODE-MK AND KRV-TERBUKA
                   MOVE 'Y' TO SW-ADA-TERBUKA
               END-IF
           END-IF.
       ISI-KURVA.
           MOVE SPACES TO KURVA-RECORD.
           MOVE WS-NO-BARU TO KRV-NO.
           MOVE WS-KODE-MK TO KRV-KODE-MK.
           MOVE ISI-METODE TO KRV-METODE.
           MOVE WS-GESER TO KRV-GESER.
           MOVE WS-TARGET-RATA TO KRV-TARGET-RATA.
           MOVE WS-TARGET-SB TO KRV-TARGET-SB.
           MOVE WS-RATA TO KRV-RATA.
           MOVE WS-SIMPANGAN TO KRV-SIMPANGAN.
           MOVE WS-JML-SKOR TO KRV-JUMLAH.
           MOVE WS-TOTAL TO KRV-TOTAL.
           MOVE WS-KUADRAT TO KRV-KUADRAT.
           MOVE WS-JML-NAIK TO KRV-JML-NAIK.
           MOVE WS-JML-JADI-LULUS TO KRV-JML-JADI-LULUS.
           MOVE ISI-REFERENSI TO KRV-REFERENSI.
           MOVE 'O' TO KRV-STATUS.
           MOVE WS-OPERATOR-ID TO KRV-PEMBUAT.
           ACCEPT KRV-TGL-BUAT FROM DATE YYYYMMDD.
           MOVE 0 TO KRV-TGL-SETUJU.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'KURVAMST' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
           MOVE 'NILAIMST' TO WS-LOCK-SUMBER.
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
           MOVE 'KURVAMST' TO WS-LOCK-SUMBER.
           PERFORM LEPAS-SUMBER.
           MOVE 'NILAIMST' TO WS-LOCK-SUMBER.
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
           MOVE 'KURVA1' TO AUD-PROGRAM.
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
           MOVE 'KURVA1' TO BI-PROGRAM.
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
       END PROGRAM KURVA1.
