      ******************************************************************
      * Author:
      * Date:
      * Purpose: Bank mutation auto-matching. Reads the MUTASI daily
      *          statement file the bank sends (HDR record with the
      *          statement date, detail rows of date, debit/credit,
      *          amount, bank reference and transfer remark, TRL
      *          record with the row count and the credit total, the
      *          same discipline as KURSLD1) and matches every credit
      *          to an open ARFILE invoice: first by an invoice
      *          number written in the remark the way the invoice
      *          prints it (run-id-number), then by an NPM in the
      *          remark together with the amount. A match is posted
      *          as a receipt the way BAYAR1 posts one (partial
      *          payments included, settled at zero balance, one
      *          AUDITLOG entry and one KASJRN receipts journal line
      *          per receipt) and listed on MUTREG.
      *          A credit that cannot be matched, or that would pay
      *          more than the invoice still owes, goes to the
      *          MUTSUSP suspense report for the finance clerk to
      *          clear by hand on BAYAR1; the report ends with
      *          totals that tie back to the statement credit total.
      *          Every credit dealt with is kept on MUTPOST, so a
      *          statement read a second time is not posted again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUTCOK1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MUTASI-FILE ASSIGN TO "MUTASI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MUTASI-FILE.
           COPY ARSEL.
           COPY MTPSEL.
           COPY KASSEL.
           SELECT REGISTER-MUTASI ASSIGN TO "MUTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER-MUTASI.
           SELECT LAPORAN-SUSPENSE ASSIGN TO "MUTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-SUSPENSE.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  MUTASI-FILE.
       01  MUTASI-RECORD.
           02 MUT-TANGGAL-X PIC X(8).
           02 FILLER PIC X(1).
           02 MUT-JENIS PIC X(1).
              88 MUT-KREDIT VALUE 'C'.
              88 MUT-DEBET VALUE 'D'.
           02 FILLER PIC X(1).
           02 MUT-JUMLAH-X PIC X(12).
           02 FILLER PIC X(1).
           02 MUT-REF PIC X(16).
           02 FILLER PIC X(1).
           02 MUT-BERITA PIC X(40).
           COPY ARFD.
           COPY MTPFD.
           COPY KASFD.
       FD  REGISTER-MUTASI.
       01  REGISTER-MUTASI-BARIS PIC X(100).
       FD  LAPORAN-SUSPENSE.
       01  LAPORAN-SUSPENSE-BARIS PIC X(100).
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-MUTASI-FILE PIC XX VALUE '00'.
       77  FS-PIUTANG-FILE PIC XX VALUE '00'.
       77  FS-MUTASI-POSTING PIC XX VALUE '00'.
       77  FS-KAS-JURNAL PIC XX VALUE '00'.
       77  FS-REGISTER-MUTASI PIC XX VALUE '00'.
       77  FS-LAPORAN-SUSPENSE PIC XX VALUE '00'.
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
       77  SW-RUN-SAH PIC X VALUE 'N'.
           88 RUN-SAH VALUE 'Y'.
       77  SW-ADA-TRAILER PIC X VALUE 'N'.
           88 ADA-TRAILER VALUE 'Y'.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  WS-TGL-HARI-INI PIC 9(8) VALUE 0.
       01  WS-TGL-HEADER-X PIC X(8) VALUE SPACES.
       01  WS-TGL-HEADER-N REDEFINES WS-TGL-HEADER-X PIC 9(8).
       01  WS-TRL-JML-X PIC X(7) VALUE SPACES.
       01  WS-TRL-JML-N REDEFINES WS-TRL-JML-X PIC 9(7).
       01  WS-TRL-TOTAL-X PIC X(15) VALUE SPACES.
       01  WS-TRL-TOTAL-N REDEFINES WS-TRL-TOTAL-X PIC 9(13)V99.
       01  WS-JUMLAH-X PIC X(12) VALUE SPACES.
       01  WS-JUMLAH-N REDEFINES WS-JUMLAH-X PIC 9(10)V99.
       01  WS-TGL-MUT-X PIC X(8) VALUE SPACES.
       01  WS-TGL-MUT-N REDEFINES WS-TGL-MUT-X PIC 9(8).
       77  WS-JUMLAH PIC 9(10)V99 VALUE 0.
       77  WS-SISA PIC S9(10)V99 VALUE 0.
       77  SW-BARIS-SAH PIC X VALUE 'Y'.
           88 BARIS-SAH VALUE 'Y'.
       77  WS-ALASAN PIC X(25) VALUE SPACES.
       77  WS-ALASAN-FAKTUR PIC X(25) VALUE SPACES.
       77  SW-COCOK PIC X VALUE 'N'.
           88 COCOK VALUE 'Y'.
       77  WS-JML-DETAIL PIC 9(7) VALUE 0.
       77  WS-JML-KREDIT PIC 9(7) VALUE 0.
       77  WS-JML-DEBET PIC 9(7) VALUE 0.
       77  WS-JML-DIBUKUKAN PIC 9(7) VALUE 0.
       77  WS-JML-SUSPENSE PIC 9(7) VALUE 0.
       77  WS-JML-SUDAH PIC 9(7) VALUE 0.
       77  WS-JML-TOLAK PIC 9(7) VALUE 0.
       77  WS-TOT-KREDIT PIC 9(13)V99 VALUE 0.
       77  WS-TOT-DIBUKUKAN PIC 9(13)V99 VALUE 0.
       77  WS-TOT-SUSPENSE PIC 9(13)V99 VALUE 0.
       77  WS-TOT-SUDAH PIC 9(13)V99 VALUE 0.
       77  WS-TOT-SELISIH PIC S9(13)V99 VALUE 0.
      *    Open invoices, loaded once so an NPM in the remark can
      *    be matched and two transfers for one invoice are seen.
       77  WS-JML-FAKTUR PIC 9(4) VALUE 0.
       77  SW-FAKTUR-PENUH PIC X VALUE 'N'.
       77  F PIC 9(4) VALUE 0.
       01  TABEL-FAKTUR.
           02 ISI-FAKTUR OCCURS 2000 TIMES.
              03 TF-KEY.
                 04 TF-RUN-ID PIC X(12).
                 04 TF-NO-FAKTUR PIC 9(5).
              03 TF-NPM PIC X(8).
              03 TF-SISA PIC 9(9)V99.
       77  WS-IDX-FAKTUR PIC 9(4) VALUE 0.
       77  WS-IDX-PAS PIC 9(4) VALUE 0.
       77  WS-IDX-SATU PIC 9(4) VALUE 0.
       77  WS-JML-NPM-FAKTUR PIC 9(4) VALUE 0.
       77  WS-NPM-DICARI PIC X(8) VALUE SPACES.
       77  K PIC 9(2) VALUE 0.
       01  TABEL-TOKEN.
           02 WS-TOKEN OCCURS 8 TIMES PIC X(20).
       77  WS-REF-RUN-ID PIC X(12) VALUE SPACES.
       01  WS-REF-NO-X PIC X(5) VALUE SPACES.
       01  WS-REF-NO-N REDEFINES WS-REF-NO-X PIC 9(5).
       77  WS-REF-SISA PIC X(20) VALUE SPACES.
       77  WS-REF-PEMISAH PIC X(1) VALUE SPACES.
       01  JUDUL-REGISTER.
           02 FILLER PIC X(30)
              VALUE 'PENERIMAAN BANK DIBUKUKAN     '.
           02 FILLER PIC X(13) VALUE 'TGL REKENING '.
           02 CETAK-TGL-REG PIC 9(8).
           02 FILLER PIC X(9) VALUE ' RUN-ID: '.
           02 CETAK-RUN-ID PIC X(12).
       01  JUDUL-KOLOM-REG.
           02 FILLER PIC X(18) VALUE 'REF BANK'.
           02 FILLER PIC X(20) VALUE 'FAKTUR'.
           02 FILLER PIC X(10) VALUE 'NPM'.
           02 FILLER PIC X(17) VALUE 'JUMLAH'.
           02 FILLER PIC X(10) VALUE 'STATUS'.
       01  BARIS-REGISTER.
           02 BR-REF PIC X(16).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-RUN-ID PIC X(12).
           02 FILLER PIC X(1) VALUE '-'.
           02 BR-NO-FAKTUR PIC 9(5).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-JUMLAH PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-STATUS PIC X(5).
       01  JUDUL-SUSPENSE.
           02 FILLER PIC X(30)
              VALUE 'SUSPENSE MUTASI BANK          '.
           02 FILLER PIC X(13) VALUE 'TGL REKENING '.
           02 CETAK-TGL-SUS PIC 9(8).
           02 FILLER PIC X(9) VALUE ' RUN-ID: '.
           02 CETAK-RUN-ID-SUS PIC X(12).
       01  JUDUL-KOLOM-SUS.
           02 FILLER PIC X(18) VALUE 'REF BANK'.
           02 FILLER PIC X(18) VALUE 'JUMLAH'.
           02 FILLER PIC X(26) VALUE 'ALASAN'.
           02 FILLER PIC X(30) VALUE 'BERITA'.
       01  BARIS-SUSPENSE.
           02 BS-REF PIC X(16).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BS-JUMLAH PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BS-ALASAN PIC X(25).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BS-BERITA PIC X(40).
       01  BARIS-JML.
           02 BJ-TEKS PIC X(30).
           02 BJ-JML PIC ZZZZZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BJ-TOTAL PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  BARIS-SELISIH.
           02 BSL-TEKS PIC X(30).
           02 FILLER PIC X(9) VALUE SPACES.
           02 BSL-TOTAL PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           MOVE 'COCOK MUTASI BANK DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN INPUT MUTASI-FILE.
           IF FS-MUTASI-FILE NOT = '00'
               DISPLAY 'MUTASI TIDAK TERBUKA, TIDAK ADA REKENING KORAN'
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           PERFORM PERIKSA-HEADER.
           IF NOT RUN-SAH
               CLOSE MUTASI-FILE
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           OPEN I-O PIUTANG-FILE.
           IF FS-PIUTANG-FILE NOT = '00'
               DISPLAY 'ARFILE TIDAK TERBUKA, BELUM ADA FAKTUR'
               CLOSE MUTASI-FILE
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           PERFORM MUAT-FAKTUR.
           PERFORM BUKA-POSTING.
           OPEN OUTPUT REGISTER-MUTASI.
           OPEN OUTPUT LAPORAN-SUSPENSE.
           MOVE WS-TGL-HEADER-N TO CETAK-TGL-REG.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-REGISTER TO REGISTER-MUTASI-BARIS.
           WRITE REGISTER-MUTASI-BARIS.
           MOVE JUDUL-KOLOM-REG TO REGISTER-MUTASI-BARIS.
           WRITE REGISTER-MUTASI-BARIS.
           MOVE WS-TGL-HEADER-N TO CETAK-TGL-SUS.
           MOVE WS-RUN-ID TO CETAK-RUN-ID-SUS.
           MOVE JUDUL-SUSPENSE TO LAPORAN-SUSPENSE-BARIS.
           WRITE LAPORAN-SUSPENSE-BARIS.
           MOVE JUDUL-KOLOM-SUS TO LAPORAN-SUSPENSE-BARIS.
           WRITE LAPORAN-SUSPENSE-BARIS.
           PERFORM PROSES-BARIS UNTIL FS-MUTASI-FILE = '10'.
           PERFORM TULIS-TOTAL.
           CLOSE MUTASI-FILE.
           CLOSE PIUTANG-FILE.
           CLOSE MUTASI-POSTING.
           CLOSE REGISTER-MUTASI.
           CLOSE LAPORAN-SUSPENSE.
           DISPLAY 'MUTASI SELESAI: ' WS-JML-DIBUKUKAN ' DIBUKUKAN, '
               WS-JML-SUSPENSE ' SUSPENSE, ' WS-JML-SUDAH
               ' SUDAH DIPROSES, LIHAT MUTREG DAN MUTSUSP'.
           MOVE 'COCOK MUTASI BANK SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
           GOBACK.
       PERIKSA-HEADER.
      *    Same feed discipline as KURSLD1, except that a statement
      *    is read the day after it is cut: the HDR date may be any
      *    day up to today.
           MOVE 'N' TO SW-RUN-SAH.
           READ MUTASI-FILE
               AT END MOVE '10' TO FS-MUTASI-FILE
           END-READ.
           IF FS-MUTASI-FILE = '10'
               DISPLAY 'MUTASI KOSONG, RUN DITOLAK'
               MOVE 'RUN DITOLAK, MUTASI KOSONG' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
           ELSE
               IF MUTASI-RECORD(1:3) NOT = 'HDR'
                   DISPLAY 'HEADER HDR TIDAK ADA, RUN DITOLAK'
                   MOVE 'RUN DITOLAK, HEADER TIDAK ADA'
                       TO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
               ELSE
                   PERFORM PERIKSA-TANGGAL-HEADER
               END-IF
           END-IF.
       PERIKSA-TANGGAL-HEADER.
           MOVE MUTASI-RECORD(4:8) TO WS-TGL-HEADER-X.
           ACCEPT WS-TGL-HARI-INI FROM DATE YYYYMMDD.
           IF WS-TGL-HEADER-X NOT NUMERIC
               OR WS-TGL-HEADER-N > WS-TGL-HARI-INI
               OR WS-TGL-HEADER-N < 19000101
               DISPLAY 'TANGGAL HEADER ' WS-TGL-HEADER-X
                   ' TIDAK SAH, RUN DITOLAK'
               MOVE 'RUN DITOLAK, TANGGAL HEADER SALAH'
                   TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
           ELSE
               MOVE 'Y' TO SW-RUN-SAH
           END-IF.
       MUAT-FAKTUR.
           MOVE 'N' TO SW-HABIS.
           MOVE LOW-VALUES TO AR-KEY.
           START PIUTANG-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS.
           PERFORM MUAT-FAKTUR-BARIS UNTIL HABIS.
       MUAT-FAKTUR-BARIS.
           READ PIUTANG-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS AND AR-TERBUKA AND AR-TOTAL > AR-DIBAYAR
               IF WS-JML-FAKTUR < 2000
                   ADD 1 TO WS-JML-FAKTUR
                   MOVE AR-KEY TO TF-KEY(WS-JML-FAKTUR)
                   MOVE AR-NPM TO TF-NPM(WS-JML-FAKTUR)
                   COMPUTE TF-SISA(WS-JML-FAKTUR) =
                       AR-TOTAL - AR-DIBAYAR
               ELSE
                   IF SW-FAKTUR-PENUH = 'N'
                       MOVE 'Y' TO SW-FAKTUR-PENUH
                       DISPLAY 'TABEL FAKTUR TERBUKA PENUH (2000), '
                           'SISANYA HANYA DICOCOKKAN PER NO FAKTUR'
                   END-IF
               END-IF
           END-IF.
       BUKA-POSTING.
           OPEN I-O MUTASI-POSTING.
           IF FS-MUTASI-POSTING = '35'
               CLOSE MUTASI-POSTING
               OPEN OUTPUT MUTASI-POSTING
               CLOSE MUTASI-POSTING
               OPEN I-O MUTASI-POSTING.
       PROSES-BARIS.
           READ MUTASI-FILE
               AT END MOVE '10' TO FS-MUTASI-FILE.
           IF FS-MUTASI-FILE NOT = '10'
               IF MUTASI-RECORD(1:3) = 'TRL'
                   MOVE 'Y' TO SW-ADA-TRAILER
                   MOVE MUTASI-RECORD(4:7) TO WS-TRL-JML-X
                   MOVE MUTASI-RECORD(11:15) TO WS-TRL-TOTAL-X
                   MOVE '10' TO FS-MUTASI-FILE
               ELSE
                   ADD 1 TO WS-JML-DETAIL
                   PERFORM PERIKSA-BARIS
                   IF BARIS-SAH
                       PERFORM PROSES-MUTASI
                   END-IF
               END-IF
           END-IF.
       PERIKSA-BARIS.
           MOVE 'Y' TO SW-BARIS-SAH.
           MOVE MUT-JUMLAH-X TO WS-JUMLAH-X.
           MOVE MUT-TANGGAL-X TO WS-TGL-MUT-X.
           IF NOT MUT-KREDIT AND NOT MUT-DEBET
               MOVE 'N' TO SW-BARIS-SAH
               MOVE 'JENIS MUTASI BUKAN C/D' TO WS-BI-PESAN
           ELSE
               IF WS-JUMLAH-X NOT NUMERIC
                   MOVE 'N' TO SW-BARIS-SAH
                   MOVE 'JUMLAH MUTASI BUKAN ANGKA' TO WS-BI-PESAN
               ELSE
                   IF WS-TGL-MUT-X NOT NUMERIC OR MUT-REF = SPACES
                       MOVE 'N' TO SW-BARIS-SAH
                       MOVE 'TANGGAL / REF MUTASI KOSONG'
                           TO WS-BI-PESAN
                   END-IF
               END-IF
           END-IF.
           IF NOT BARIS-SAH
               ADD 1 TO WS-JML-TOLAK
               MOVE 'MUTASI' TO WS-BI-FIELD
               MOVE MUTASI-RECORD(1:20) TO WS-BI-NILAI
               PERFORM CATAT-BADINPUT
               MOVE MUT-REF TO BS-REF
               MOVE 0 TO BS-JUMLAH
               MOVE 'BARIS TIDAK VALID' TO BS-ALASAN
               MOVE MUT-BERITA TO BS-BERITA
               MOVE BARIS-SUSPENSE TO LAPORAN-SUSPENSE-BARIS
               WRITE LAPORAN-SUSPENSE-BARIS
           END-IF.
       PROSES-MUTASI.
           MOVE WS-JUMLAH-N TO WS-JUMLAH.
           IF MUT-DEBET
               ADD 1 TO WS-JML-DEBET
           ELSE
               ADD 1 TO WS-JML-KREDIT
               ADD WS-JUMLAH TO WS-TOT-KREDIT
               MOVE WS-TGL-MUT-N TO MTP-TANGGAL
               MOVE MUT-REF TO MTP-REF
               READ MUTASI-POSTING
                   INVALID KEY
                       PERFORM COCOKKAN-MUTASI
                   NOT INVALID KEY
                       ADD 1 TO WS-JML-SUDAH
                       ADD WS-JUMLAH TO WS-TOT-SUDAH
               END-READ
           END-IF.
       COCOKKAN-MUTASI.
      *    The invoice number in the remark wins; an NPM is only
      *    used when no usable invoice number is there. An NPM with
      *    several open invoices needs the exact amount of one of
      *    them, otherwise the clerk decides.
           MOVE 'N' TO SW-COCOK.
           MOVE SPACES TO WS-ALASAN.
           MOVE SPACES TO WS-ALASAN-FAKTUR.
           MOVE SPACES TO TABEL-TOKEN.
           UNSTRING MUT-BERITA DELIMITED BY ALL SPACE
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                    WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8).
           PERFORM CARI-REF-FAKTUR VARYING K FROM 1 BY 1
               UNTIL K > 8 OR COCOK OR WS-ALASAN-FAKTUR NOT = SPACES.
           IF NOT COCOK
               AND (WS-ALASAN-FAKTUR = SPACES
                   OR WS-ALASAN-FAKTUR = 'NO FAKTUR TIDAK DIKENAL')
               PERFORM CARI-REF-NPM VARYING K FROM 1 BY 1
                   UNTIL K > 8 OR COCOK OR WS-ALASAN NOT = SPACES
           END-IF.
           IF COCOK
               PERFORM BUKUKAN-BAYAR
           ELSE
               IF WS-ALASAN = SPACES
                   MOVE WS-ALASAN-FAKTUR TO WS-ALASAN
               END-IF
               IF WS-ALASAN = SPACES
                   MOVE 'BERITA TIDAK DIKENALI' TO WS-ALASAN
               END-IF
               PERFORM CATAT-SUSPENSE
           END-IF.
       CARI-REF-FAKTUR.
           IF WS-TOKEN(K) NOT = SPACES
               MOVE SPACES TO WS-REF-RUN-ID
               MOVE SPACES TO WS-REF-NO-X
               MOVE SPACES TO WS-REF-SISA
               MOVE SPACES TO WS-REF-PEMISAH
               UNSTRING WS-TOKEN(K) DELIMITED BY '-' OR '/'
                   INTO WS-REF-RUN-ID DELIMITER IN WS-REF-PEMISAH
                        WS-REF-NO-X
                        WS-REF-SISA
               IF WS-REF-PEMISAH NOT = SPACES
                   AND WS-REF-NO-X NUMERIC
                   PERFORM PERIKSA-REF-FAKTUR
               END-IF
           END-IF.
       PERIKSA-REF-FAKTUR.
           MOVE WS-REF-RUN-ID TO AR-RUN-ID.
           MOVE WS-REF-NO-N TO AR-NO-FAKTUR.
           READ PIUTANG-FILE RECORD KEY IS AR-KEY
               INVALID KEY
                   MOVE 'NO FAKTUR TIDAK DIKENAL' TO WS-ALASAN-FAKTUR
               NOT INVALID KEY
                   COMPUTE WS-SISA = AR-TOTAL - AR-DIBAYAR
                   IF AR-BATAL
                       MOVE 'FAKTUR DIBATALKAN' TO WS-ALASAN-FAKTUR
                   ELSE
                       IF AR-LUNAS OR WS-SISA NOT > 0
                           MOVE 'FAKTUR SUDAH LUNAS'
                               TO WS-ALASAN-FAKTUR
                       ELSE
                           IF WS-JUMLAH > WS-SISA
                               MOVE 'LEBIH BAYAR' TO WS-ALASAN-FAKTUR
                           ELSE
                               MOVE 'Y' TO SW-COCOK
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       CARI-REF-NPM.
           IF WS-TOKEN(K) NOT = SPACES
               AND WS-TOKEN(K)(9:12) = SPACES
               AND WS-TOKEN(K)(8:1) NOT = SPACE
               MOVE WS-TOKEN(K)(1:8) TO WS-NPM-DICARI
               PERFORM HITUNG-FAKTUR-NPM
               IF WS-JML-NPM-FAKTUR > 0
                   PERFORM PILIH-FAKTUR-NPM
               END-IF
           END-IF.
       HITUNG-FAKTUR-NPM.
           MOVE 0 TO WS-JML-NPM-FAKTUR.
           MOVE 0 TO WS-IDX-PAS.
           MOVE 0 TO WS-IDX-SATU.
           PERFORM HITUNG-FAKTUR-NPM-BARIS VARYING F FROM 1 BY 1
               UNTIL F > WS-JML-FAKTUR.
       HITUNG-FAKTUR-NPM-BARIS.
           IF TF-NPM(F) = WS-NPM-DICARI AND TF-SISA(F) > 0
               ADD 1 TO WS-JML-NPM-FAKTUR
               MOVE F TO WS-IDX-SATU
               IF TF-SISA(F) = WS-JUMLAH AND WS-IDX-PAS = 0
                   MOVE F TO WS-IDX-PAS
               END-IF
           END-IF.
       PILIH-FAKTUR-NPM.
           MOVE 0 TO WS-IDX-FAKTUR.
           IF WS-IDX-PAS > 0
               MOVE WS-IDX-PAS TO WS-IDX-FAKTUR
           ELSE
               IF WS-JML-NPM-FAKTUR = 1
                   IF WS-JUMLAH > TF-SISA(WS-IDX-SATU)
                       MOVE 'LEBIH BAYAR' TO WS-ALASAN
                   ELSE
                       MOVE WS-IDX-SATU TO WS-IDX-FAKTUR
                   END-IF
               ELSE
                   MOVE 'NPM, JUMLAH TIDAK COCOK' TO WS-ALASAN
               END-IF
           END-IF.
           IF WS-IDX-FAKTUR > 0
               MOVE TF-KEY(WS-IDX-FAKTUR) TO AR-KEY
               READ PIUTANG-FILE RECORD KEY IS AR-KEY
                   INVALID KEY
                       MOVE 'NO FAKTUR TIDAK DIKENAL' TO WS-ALASAN
                   NOT INVALID KEY
                       MOVE 'Y' TO SW-COCOK
               END-READ
           END-IF.
       BUKUKAN-BAYAR.
      *    Posted exactly as BAYAR1 posts a keyed receipt.
           ADD WS-JUMLAH TO AR-DIBAYAR.
           IF AR-DIBAYAR >= AR-TOTAL
               MOVE 'L' TO AR-STATUS
               MOVE 'LUNAS' TO BR-STATUS
           ELSE
               MOVE 'SEBAG' TO BR-STATUS
           END-IF.
           REWRITE PIUTANG-RECORD.
           PERFORM CATAT-KAS.
           PERFORM KURANGI-SISA-TABEL.
           ADD 1 TO WS-JML-DIBUKUKAN.
           ADD WS-JUMLAH TO WS-TOT-DIBUKUKAN.
           MOVE MUT-REF TO BR-REF.
           MOVE AR-RUN-ID TO BR-RUN-ID.
           MOVE AR-NO-FAKTUR TO BR-NO-FAKTUR.
           MOVE AR-NPM TO BR-NPM.
           MOVE WS-JUMLAH TO BR-JUMLAH.
           MOVE BARIS-REGISTER TO REGISTER-MUTASI-BARIS.
           WRITE REGISTER-MUTASI-BARIS.
           PERFORM ISI-POSTING.
           MOVE 'P' TO MTP-STATUS.
           MOVE AR-KEY TO MTP-AR-KEY.
           MOVE AR-NPM TO MTP-NPM.
           WRITE MUTASI-POSTING-RECORD
               INVALID KEY
                   DISPLAY 'MUTPOST GAGAL DITULIS ' MTP-KEY
           END-WRITE.
           MOVE SPACES TO WS-AUDIT-AKSI.
           STRING 'PEMBAYARAN BANK DICATAT ' DELIMITED BY SIZE
               AR-NO-FAKTUR DELIMITED BY SIZE
               INTO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       KURANGI-SISA-TABEL.
           PERFORM KURANGI-SISA-BARIS VARYING F FROM 1 BY 1
               UNTIL F > WS-JML-FAKTUR.
       KURANGI-SISA-BARIS.
           IF TF-KEY(F) = AR-KEY
               IF TF-SISA(F) > WS-JUMLAH
                   SUBTRACT WS-JUMLAH FROM TF-SISA(F)
               ELSE
                   MOVE 0 TO TF-SISA(F)
               END-IF
           END-IF.
       CATAT-SUSPENSE.
           ADD 1 TO WS-JML-SUSPENSE.
           ADD WS-JUMLAH TO WS-TOT-SUSPENSE.
           MOVE MUT-REF TO BS-REF.
           MOVE WS-JUMLAH TO BS-JUMLAH.
           MOVE WS-ALASAN TO BS-ALASAN.
           MOVE MUT-BERITA TO BS-BERITA.
           MOVE BARIS-SUSPENSE TO LAPORAN-SUSPENSE-BARIS.
           WRITE LAPORAN-SUSPENSE-BARIS.
           PERFORM ISI-POSTING.
           MOVE 'S' TO MTP-STATUS.
           MOVE SPACES TO MTP-AR-RUN-ID.
           MOVE 0 TO MTP-AR-NO-FAKTUR.
           MOVE SPACES TO MTP-NPM.
           MOVE WS-ALASAN TO MTP-ALASAN.
           WRITE MUTASI-POSTING-RECORD
               INVALID KEY
                   DISPLAY 'MUTPOST GAGAL DITULIS ' MTP-KEY
           END-WRITE.
       CATAT-KAS.
           MOVE SPACES TO KAS-JURNAL-RECORD.
           ACCEPT KAS-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT KAS-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO KAS-OPERATOR.
           MOVE WS-RUN-ID TO KAS-RUN-ID.
           MOVE 'MUTCOK1' TO KAS-PROGRAM.
           MOVE AR-RUN-ID TO KAS-AR-RUN-ID.
           MOVE AR-NO-FAKTUR TO KAS-AR-NO-FAKTUR.
           MOVE AR-NPM TO KAS-NPM.
           MOVE AR-PRODI TO KAS-PRODI.
           MOVE WS-JUMLAH TO KAS-JUMLAH.
           MOVE 'B' TO KAS-SUMBER.
           OPEN EXTEND KAS-JURNAL.
           IF FS-KAS-JURNAL = '35'
               OPEN OUTPUT KAS-JURNAL
               CLOSE KAS-JURNAL
               OPEN EXTEND KAS-JURNAL
           END-IF.
           WRITE KAS-JURNAL-RECORD.
           CLOSE KAS-JURNAL.
       ISI-POSTING.
           MOVE SPACES TO MUTASI-POSTING-RECORD.
           MOVE WS-TGL-MUT-N TO MTP-TANGGAL.
           MOVE MUT-REF TO MTP-REF.
           MOVE WS-JUMLAH TO MTP-JUMLAH.
           MOVE MUT-BERITA TO MTP-BERITA.
           MOVE WS-RUN-ID TO MTP-RUN-ID.
           MOVE WS-TGL-HARI-INI TO MTP-TGL-PROSES.
       TULIS-TOTAL.
      *    Credits read = posted + suspense + already dealt with by
      *    an earlier run; the credits read must equal the credit
      *    total on the bank's TRL record.
           MOVE SPACES TO LAPORAN-SUSPENSE-BARIS.
           WRITE LAPORAN-SUSPENSE-BARIS.
           MOVE 'KREDIT DIBUKUKAN           :' TO BJ-TEKS.
           MOVE WS-JML-DIBUKUKAN TO BJ-JML.
           MOVE WS-TOT-DIBUKUKAN TO BJ-TOTAL.
           PERFORM TULIS-JML.
           MOVE 'KREDIT KE SUSPENSE         :' TO BJ-TEKS.
           MOVE WS-JML-SUSPENSE TO BJ-JML.
           MOVE WS-TOT-SUSPENSE TO BJ-TOTAL.
           PERFORM TULIS-JML.
           MOVE 'KREDIT SUDAH DIPROSES      :' TO BJ-TEKS.
           MOVE WS-JML-SUDAH TO BJ-JML.
           MOVE WS-TOT-SUDAH TO BJ-TOTAL.
           PERFORM TULIS-JML.
           MOVE 'TOTAL KREDIT DIBACA        :' TO BJ-TEKS.
           MOVE WS-JML-KREDIT TO BJ-JML.
           MOVE WS-TOT-KREDIT TO BJ-TOTAL.
           PERFORM TULIS-JML.
           MOVE 'MUTASI DEBET (DILEWATI)    :' TO BJ-TEKS.
           MOVE WS-JML-DEBET TO BJ-JML.
           MOVE 0 TO BJ-TOTAL.
           PERFORM TULIS-JML.
           MOVE 'BARIS TIDAK VALID          :' TO BJ-TEKS.
           MOVE WS-JML-TOLAK TO BJ-JML.
           MOVE 0 TO BJ-TOTAL.
           PERFORM TULIS-JML.
           IF NOT ADA-TRAILER
               DISPLAY 'TRAILER TRL TIDAK ADA'
               MOVE 'TRAILER TRL TIDAK ADA, TOTAL TIDAK DIPERIKSA'
                   TO LAPORAN-SUSPENSE-BARIS
               WRITE LAPORAN-SUSPENSE-BARIS
               MOVE 'TRAILER MUTASI TIDAK ADA' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
           ELSE
               PERFORM PERIKSA-TRAILER
           END-IF.
       PERIKSA-TRAILER.
           IF WS-TRL-JML-X NOT NUMERIC
               OR WS-TRL-TOTAL-X NOT NUMERIC
               DISPLAY 'TRAILER TRL TIDAK VALID'
               MOVE 'TRAILER TRL TIDAK VALID, TOTAL TIDAK DIPERIKSA'
                   TO LAPORAN-SUSPENSE-BARIS
               WRITE LAPORAN-SUSPENSE-BARIS
               MOVE 'TRAILER MUTASI TIDAK VALID' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
           ELSE
               MOVE 'TOTAL KREDIT REKENING KORAN:' TO BJ-TEKS
               MOVE WS-TRL-JML-N TO BJ-JML
               MOVE WS-TRL-TOTAL-N TO BJ-TOTAL
               PERFORM TULIS-JML
               COMPUTE WS-TOT-SELISIH = WS-TRL-TOTAL-N - WS-TOT-KREDIT
               MOVE 'SELISIH                    :' TO BSL-TEKS
               MOVE WS-TOT-SELISIH TO BSL-TOTAL
               MOVE BARIS-SELISIH TO LAPORAN-SUSPENSE-BARIS
               WRITE LAPORAN-SUSPENSE-BARIS
               IF WS-TOT-SELISIH = 0 AND WS-TRL-JML-N = WS-JML-DETAIL
                   MOVE 'TOTAL COCOK DENGAN REKENING KORAN'
                       TO LAPORAN-SUSPENSE-BARIS
                   WRITE LAPORAN-SUSPENSE-BARIS
               ELSE
                   DISPLAY 'TOTAL MUTASI TIDAK COCOK DENGAN TRAILER'
                   MOVE 'TOTAL TIDAK COCOK DENGAN REKENING KORAN'
                       TO LAPORAN-SUSPENSE-BARIS
                   WRITE LAPORAN-SUSPENSE-BARIS
                   MOVE 'TOTAL MUTASI TIDAK COCOK' TO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
               END-IF
           END-IF.
       TULIS-JML.
           MOVE BARIS-JML TO LAPORAN-SUSPENSE-BARIS.
           WRITE LAPORAN-SUSPENSE-BARIS.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'ARFILE' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
           MOVE 'MUTPOST' TO WS-LOCK-SUMBER.
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
           MOVE 'ARFILE' TO WS-LOCK-SUMBER.
           PERFORM LEPAS-SUMBER.
           MOVE 'MUTPOST' TO WS-LOCK-SUMBER.
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
           MOVE 'MUTCOK1' TO AUD-PROGRAM.
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
           MOVE 'MUTCOK1' TO BI-PROGRAM.
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
       END PROGRAM MUTCOK1.
