      *          the GRADESCL scale per line, and in the footer the
      *          course count, total SKS and the SKS-weighted IPK on
      *          the 4.0 scale (credit hours from the MKFILE
      *          catalog), to the TRANSLAP print file. Every
      *          transcript printed is an official document: it gets
      *          a serial document number from DOKSEQ1 in the heading
      *          and a check value folded over the printed lines in
      *          the footer, and is logged in the DOKREG issued-
      *          documents register that DOKVER1 looks up. No
      *          transcript is printed for a student with an active
      *          hold on the BLOKIR master (BLKCEK1); the hold and
      *          the office to contact are shown instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           COPY NILMSEL.
           COPY SKLSEL.
           COPY MKSEL.
           COPY DOKSEL.
           SELECT LAPORAN-TRANSKRIP ASSIGN TO "TRANSLAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-TRANSKRIP.
           COPY NILMFD.
           COPY SKLFD.
           COPY MKFD.
           COPY DOKFD.
       FD  LAPORAN-TRANSKRIP.
       01  LAPORAN-TRANSKRIP-BARIS PIC X(80).
           COPY AUDITFD.
       77  WS-BI-PESAN PIC X(30).
       77  JWB-LAGI PIC X VALUE 'N'.
       77  WS-NPM-DIMINTA PIC X(8) VALUE SPACES.
       77  WS-BLK-HASIL PIC X(1) VALUE 'N'.
           88 MHS-DIBLOKIR VALUE 'Y'.
       77  WS-BLK-JENIS PIC X(1) VALUE SPACES.
       77  WS-BLK-NAMA PIC X(12) VALUE SPACES.
       77  WS-BLK-ALASAN PIC X(30) VALUE SPACES.
       77  WS-BLK-KANTOR PIC X(25) VALUE SPACES.
       77  SW-ADA-BARIS PIC X VALUE 'N'.
           88 ADA-BARIS VALUE 'Y'.
       77  SW-HABIS-MASTER PIC X VALUE 'N'.
       77  WS-TOTAL-SKS PIC 9(4) VALUE 0.
       77  WS-TOTAL-MUTU PIC 9(6)V99 VALUE 0.
       77  WS-IPK PIC 9V99 VALUE 0.
       77  FS-DOKUMEN-FILE PIC XX VALUE '00'.
       77  WS-NOMOR-DOK PIC 9(7) VALUE 0.
       77  WS-HASH PIC 9(9) VALUE 0.
       77  WS-POS PIC 9(3) VALUE 0.
       77  WS-ORD-C PIC 9(3) VALUE 0.
       01  JUDUL-TRANSKRIP.
           02 FILLER PIC X(30)
              VALUE 'TRANSKRIP NILAI MAHASISWA'.
           02 FILLER PIC X(8) VALUE 'RUN-ID: '.
           02 CETAK-RUN-ID PIC X(12).
       01  BARIS-DOKUMEN.
           02 FILLER PIC X(13) VALUE 'NO DOKUMEN : '.
           02 CETAK-NO-DOK PIC 9(7).
       01  BARIS-NPM.
           02 FILLER PIC X(7) VALUE 'NPM  : '.
           02 CETAK-NPM PIC X(8).
       01  BARIS-IPK.
           02 FILLER PIC X(21) VALUE 'IPK (SKALA 4.0)    : '.
           02 CETAK-IPK PIC 9.99.
       01  BARIS-CEK.
           02 FILLER PIC X(21) VALUE 'KODE CEK DOKUMEN   : '.
           02 CETAK-NO-CEK PIC 9(7).
           02 FILLER PIC X(1) VALUE '-'.
           02 CETAK-CEK PIC 9(9).
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
       CETAK-TRANSKRIP.
           DISPLAY 'NPM MAHASISWA : '.
           ACCEPT WS-NPM-DIMINTA.
           CALL 'BLKCEK1' USING WS-NPM-DIMINTA, WS-BLK-HASIL,
               WS-BLK-JENIS, WS-BLK-NAMA, WS-BLK-ALASAN,
               WS-BLK-KANTOR.
           IF MHS-DIBLOKIR
               PERFORM TOLAK-BLOKIR
           ELSE
               PERFORM CARI-MAHASISWA
               IF ADA-BARIS
                   PERFORM TULIS-TRANSKRIP
               ELSE
                   DISPLAY 'NPM TIDAK ADA DI NILAIMST'
                   MOVE 'NPM' TO WS-BI-FIELD
                   MOVE WS-NPM-DIMINTA TO WS-BI-NILAI
                   MOVE 'NPM TIDAK ADA DI NILAIMST' TO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
               END-IF
           END-IF.
           DISPLAY 'CETAK TRANSKRIP LAGI ? (Y/N) : '.
           ACCEPT JWB-LAGI.
       TOLAK-BLOKIR.
           DISPLAY 'TRANSKRIP DITOLAK: MAHASISWA DIBLOKIR ('
               WS-BLK-NAMA ') ' WS-BLK-ALASAN.
           DISPLAY 'SILAKAN HUBUNGI ' WS-BLK-KANTOR.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'TRANSKRIP DITOLAK BLOKIR ' DELIMITED BY SIZE
               WS-NPM-DIMINTA DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       CARI-MAHASISWA.
           MOVE 'N' TO SW-ADA-BARIS.
           MOVE 'N' TO SW-HABIS-MASTER.
           MOVE 0 TO WS-TOTAL-NILAI.
           MOVE 0 TO WS-TOTAL-SKS.
           MOVE 0 TO WS-TOTAL-MUTU.
           MOVE 0 TO WS-HASH.
           CALL 'DOKSEQ1' USING WS-NOMOR-DOK.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-TRANSKRIP TO LAPORAN-TRANSKRIP-BARIS.
           PERFORM TULIS-BARIS-CETAK.
           MOVE WS-NOMOR-DOK TO CETAK-NO-DOK.
           MOVE BARIS-DOKUMEN TO LAPORAN-TRANSKRIP-BARIS.
           PERFORM TULIS-BARIS-CETAK.
           MOVE WS-NPM-DIMINTA TO CETAK-NPM.
           MOVE BARIS-NPM TO LAPORAN-TRANSKRIP-BARIS.
           PERFORM TULIS-BARIS-CETAK.
           MOVE NAMA-MST TO CETAK-NAMA.
           MOVE BARIS-NAMA TO LAPORAN-TRANSKRIP-BARIS.
           PERFORM TULIS-BARIS-CETAK.
           MOVE JUDUL-KOLOM TO LAPORAN-TRANSKRIP-BARIS.
           PERFORM TULIS-BARIS-CETAK.
           PERFORM TULIS-BARIS-MK
               UNTIL HABIS-MASTER OR NPM-MST NOT = WS-NPM-DIMINTA.
           MOVE WS-JML-MK TO CETAK-JML-MK.
           MOVE BARIS-JML-MK TO LAPORAN-TRANSKRIP-BARIS.
           PERFORM TULIS-BARIS-CETAK.
           IF WS-JML-MK > 0
               COMPUTE WS-RATA-NILAI = WS-TOTAL-NILAI / WS-JML-MK
           ELSE
           END-IF.
           MOVE WS-RATA-NILAI TO CETAK-RATA.
           MOVE BARIS-RATA TO LAPORAN-TRANSKRIP-BARIS.
           PERFORM TULIS-BARIS-CETAK.
           IF WS-TOTAL-SKS > 0
               COMPUTE WS-IPK ROUNDED =
                   WS-TOTAL-MUTU / WS-TOTAL-SKS
           END-IF.
           MOVE WS-TOTAL-SKS TO CETAK-SKS.
           MOVE BARIS-SKS TO LAPORAN-TRANSKRIP-BARIS.
           PERFORM TULIS-BARIS-CETAK.
           MOVE WS-IPK TO CETAK-IPK.
           MOVE BARIS-IPK TO LAPORAN-TRANSKRIP-BARIS.
           PERFORM TULIS-BARIS-CETAK.
           MOVE WS-NOMOR-DOK TO CETAK-NO-CEK.
           MOVE WS-HASH TO CETAK-CEK.
           MOVE BARIS-CEK TO LAPORAN-TRANSKRIP-BARIS.
           WRITE LAPORAN-TRANSKRIP-BARIS.
           MOVE SPACES TO LAPORAN-TRANSKRIP-BARIS.
           WRITE LAPORAN-TRANSKRIP-BARIS.
           PERFORM CATAT-DOKUMEN.
           DISPLAY 'TRANSKRIP ' WS-NPM-DIMINTA ' DICETAK, '
               WS-JML-MK ' MATA KULIAH, NO DOKUMEN ' WS-NOMOR-DOK.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'TRANSKRIP DICETAK NO DOKUMEN ' DELIMITED BY SIZE
               WS-NOMOR-DOK DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       TULIS-BARIS-MK.
           MOVE KODE-MK-MST TO BMK-KODE.
           COMPUTE WS-TOTAL-MUTU =
               WS-TOTAL-MUTU + (WS-BOBOT-HURUF * WS-SKS).
           MOVE BARIS-MK TO LAPORAN-TRANSKRIP-BARIS.
           PERFORM TULIS-BARIS-CETAK.
           ADD 1 TO WS-JML-MK.
           ADD NILAI-MST TO WS-TOTAL-NILAI.
           PERFORM BACA-MASTER.
       TULIS-BARIS-CETAK.
      *    Every line above the check line is folded into the check
      *    value character by character, position-weighted, the way
      *    AUDSEAL1 seals the audit log, so a changed grade, name or
      *    total no longer matches the DOKREG register.
           PERFORM MASUK-HASH VARYING WS-POS FROM 1 BY 1
               UNTIL WS-POS > 80.
           WRITE LAPORAN-TRANSKRIP-BARIS.
       MASUK-HASH.
           COMPUTE WS-ORD-C =
               FUNCTION ORD(LAPORAN-TRANSKRIP-BARIS(WS-POS:1)).
           COMPUTE WS-HASH = FUNCTION REM(
               WS-HASH + (WS-ORD-C * WS-POS),
               1000000000).
       CATAT-DOKUMEN.
           MOVE SPACES TO DOKUMEN-RECORD.
           MOVE WS-NOMOR-DOK TO DOK-NOMOR.
           MOVE 'TRANSKRIP' TO DOK-JENIS.
           MOVE WS-NPM-DIMINTA TO DOK-NPM.
           MOVE CETAK-NAMA TO DOK-NAMA.
           ACCEPT DOK-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT DOK-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO DOK-OPERATOR.
           MOVE WS-RUN-ID TO DOK-RUN-ID.
           MOVE WS-JML-MK TO DOK-JML-MK.
           MOVE WS-TOTAL-SKS TO DOK-TOTAL-SKS.
           MOVE WS-IPK TO DOK-IPK.
           MOVE WS-HASH TO DOK-CEK.
           OPEN I-O DOKUMEN-FILE.
           IF FS-DOKUMEN-FILE = '35'
               CLOSE DOKUMEN-FILE
               OPEN OUTPUT DOKUMEN-FILE
               CLOSE DOKUMEN-FILE
               OPEN I-O DOKUMEN-FILE
           END-IF.
           WRITE DOKUMEN-RECORD
               INVALID KEY
                   DISPLAY 'NO DOKUMEN ' WS-NOMOR-DOK
                       ' SUDAH ADA DI DOKREG, PERIKSA DOKSEQ'
           END-WRITE.
           CLOSE DOKUMEN-FILE.
       MUAT-SKALA.
           MOVE 0 TO WS-JML-SKALA.
           OPEN INPUT SKALA-FILE.
