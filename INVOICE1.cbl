      *          counted, not billed. Every printed invoice is also
      *          written to the ARFILE receivables master so BAYAR1
      *          can record receipts and AGING1 can age the balance.
      *          A student holding a BEASISWA award valid for the
      *          PERIODE semester gets a discount line on the invoice
      *          (percentage or fixed amount off the tuition, PPN on
      *          the net), only the net total is posted to ARFILE,
      *          and the discount is recorded in BSWSALUR for the
      *          BSWLAP1 scheme listing. An award tied to academic
      *          standing is suspended while PROBNL1's MHS-PEMBINAAN
      *          flag is set on the student.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-FAKTUR.
           COPY ARSEL.
           COPY BSWSEL.
           COPY BSRSEL.
           COPY PRDSEL.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FD  LAPORAN-FAKTUR.
       01  LAPORAN-FAKTUR-BARIS PIC X(80).
           COPY ARFD.
           COPY BSWFD.
           COPY BSRFD.
           COPY PRDFD.
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-TARIF-FILE PIC XX VALUE '00'.
       77  FS-LAPORAN-FAKTUR PIC XX VALUE '00'.
       77  FS-PIUTANG-FILE PIC XX VALUE '00'.
       77  FS-BEASISWA-FILE PIC XX VALUE '00'.
       77  FS-SALUR-FILE PIC XX VALUE '00'.
       77  FS-PERIODE-FILE PIC XX VALUE '00'.
       77  WS-TGL-FAKTUR PIC 9(8) VALUE 0.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
           02 ISI-MHS OCCURS 500 TIMES.
              03 TM-NPM PIC X(8).
              03 TM-PRODI PIC X(10).
              03 TM-BINA PIC X(1).
       77  WS-JML-TARIF PIC 9(3) VALUE 0.
       01  TABEL-TARIF.
           02 ISI-TARIF OCCURS 50 TIMES.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
       77  WS-PRODI PIC X(10) VALUE SPACES.
       77  WS-BINA PIC X(1) VALUE 'N'.
       77  WS-SEMESTER PIC X(5) VALUE SPACES.
       77  SW-BEASISWA-AKTIF PIC X VALUE 'N'.
           88 BEASISWA-AKTIF VALUE 'Y'.
       77  SW-BEASISWA PIC X VALUE 'N'.
           88 DAPAT-BEASISWA VALUE 'Y'.
           88 BEASISWA-DITANGGUHKAN VALUE 'T'.
           88 TANPA-BEASISWA VALUE 'N'.
       77  WS-SKEMA PIC X(10) VALUE SPACES.
       77  WS-DISKON PIC 9(9)V99 VALUE 0.
       77  WS-NETO PIC 9(9)V99 VALUE 0.
       77  WS-JML-BEASISWA PIC 9(5) VALUE 0.
       77  WS-JML-TANGGUH PIC 9(5) VALUE 0.
       77  WS-TOTAL-DISKON PIC 9(11)V99 VALUE 0.
       77  WS-PPN-RATE PIC V99 VALUE 0,11.
       77  WS-BIAYA PIC 9(9)V99 VALUE 0.
       77  WS-PPN PIC 9(9)V99 VALUE 0.
           02 CETAK-NAMA PIC X(20).
           02 FILLER PIC X(9) VALUE '  PRODI: '.
           02 CETAK-PRODI PIC X(10).
       01  BARIS-SKEMA.
           02 FILLER PIC X(17) VALUE 'BEASISWA SKEMA : '.
           02 CETAK-SKEMA PIC X(10).
           02 CETAK-SKEMA-KET PIC X(30).
       01  BARIS-JUMLAH.
           02 BJ-TEKS PIC X(15).
           02 BJ-ANGKA PIC ZZZ.ZZZ.ZZ9,99.
               GOBACK
           END-IF.
           PERFORM MUAT-REGISTRASI.
           PERFORM AMBIL-SEMESTER-PERIODE.
           PERFORM BUKA-BEASISWA.
           OPEN INPUT NILAI-FILE.
           IF FS-NILAI-FILE NOT = '00'
               DISPLAY 'NILAIFILE TIDAK TERBUKA, TIDAK ADA ROSTER'
           CLOSE NILAI-FILE.
           CLOSE LAPORAN-FAKTUR.
           CLOSE PIUTANG-FILE.
           IF BEASISWA-AKTIF
               CLOSE BEASISWA-FILE
               CLOSE SALUR-FILE
           END-IF.
           DISPLAY 'FAKTUR DITULIS KE FILE INVLAP: '
               WS-NO-FAKTUR ' FAKTUR, '
               WS-JML-TANPA-TARIF ' TANPA TARIF, '
               WS-JML-BEASISWA ' BEASISWA'.
           MOVE 'FAKTUR KULIAH SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
                   ADD 1 TO WS-JML-MHS
                   MOVE MHS-NPM TO TM-NPM(WS-JML-MHS)
                   MOVE MHS-PRODI TO TM-PRODI(WS-JML-MHS)
                   MOVE MHS-PEMBINAAN TO TM-BINA(WS-JML-MHS)
               ELSE
                   IF SW-MHS-PENUH = 'N'
                       MOVE 'Y' TO SW-MHS-PENUH
               PERFORM CARI-PRODI
               PERFORM CARI-TARIF
               IF KETEMU
                   PERFORM CARI-BEASISWA
                   PERFORM HITUNG-PPN
                   PERFORM TULIS-FAKTUR
               ELSE
           END-IF.
       CARI-PRODI.
           MOVE 'DEFAULT' TO WS-PRODI.
           MOVE 'N' TO WS-BINA.
           MOVE 'N' TO SW-KETEMU.
           PERFORM CARI-PRODI-BARIS VARYING M FROM 1 BY 1
               UNTIL M > WS-JML-MHS OR KETEMU.
           IF TM-NPM(M) = FL-NPM
               MOVE 'Y' TO SW-KETEMU
               MOVE TM-PRODI(M) TO WS-PRODI
               MOVE TM-BINA(M) TO WS-BINA
           END-IF.
       CARI-TARIF.
           MOVE 'N' TO SW-KETEMU.
               MOVE 'Y' TO SW-KETEMU
               MOVE TT-JUMLAH(T) TO WS-BIAYA
           END-IF.
       AMBIL-SEMESTER-PERIODE.
      *    Award validity is checked against the PERIODE semester;
      *    without it no award can be proven valid, so none is
      *    applied and the run says so.
           MOVE SPACES TO WS-SEMESTER.
           OPEN INPUT PERIODE-FILE.
           IF FS-PERIODE-FILE = '00'
               READ PERIODE-FILE
                   AT END CONTINUE
                   NOT AT END MOVE PRD-SEMESTER TO WS-SEMESTER
               END-READ
               CLOSE PERIODE-FILE
           END-IF.
       BUKA-BEASISWA.
           MOVE 'N' TO SW-BEASISWA-AKTIF.
           IF WS-SEMESTER = SPACES
               DISPLAY 'PERIODE TIDAK ADA, BEASISWA TIDAK DITERAPKAN'
           ELSE
               OPEN INPUT BEASISWA-FILE
               IF FS-BEASISWA-FILE NOT = '00'
                   DISPLAY 'BEASISWA TIDAK TERBUKA, '
                       'TIDAK ADA POTONGAN'
               ELSE
                   MOVE 'Y' TO SW-BEASISWA-AKTIF
                   OPEN I-O SALUR-FILE
                   IF FS-SALUR-FILE = '35'
                       CLOSE SALUR-FILE
                       OPEN OUTPUT SALUR-FILE
                       CLOSE SALUR-FILE
                       OPEN I-O SALUR-FILE
                   END-IF
               END-IF
           END-IF.
       CARI-BEASISWA.
           MOVE 'N' TO SW-BEASISWA.
           MOVE SPACES TO WS-SKEMA.
           MOVE 0 TO WS-DISKON.
           IF BEASISWA-AKTIF
               MOVE FL-NPM TO BSW-NPM
               READ BEASISWA-FILE RECORD KEY IS BSW-NPM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM PERIKSA-BEASISWA
               END-READ
           END-IF.
       PERIKSA-BEASISWA.
           IF WS-SEMESTER >= BSW-DARI
               AND (BSW-SAMPAI = SPACES OR WS-SEMESTER <= BSW-SAMPAI)
               MOVE BSW-SKEMA TO WS-SKEMA
               IF BSW-TERIKAT-AKADEMIK AND WS-BINA = 'Y'
                   MOVE 'T' TO SW-BEASISWA
               ELSE
                   MOVE 'Y' TO SW-BEASISWA
                   IF BSW-JENIS-PERSEN
                       COMPUTE WS-DISKON ROUNDED =
                           WS-BIAYA * BSW-PERSEN / 100
                   ELSE
                       MOVE BSW-POTONGAN TO WS-DISKON
                   END-IF
                   IF WS-DISKON > WS-BIAYA
                       MOVE WS-BIAYA TO WS-DISKON
                   END-IF
               END-IF
           END-IF.
       HITUNG-PPN.
      *    Same arithmetic as UBAH-TITIK's HITUNG-PPN, on the
      *    tuition net of any scholarship discount.
           COMPUTE WS-NETO = WS-BIAYA - WS-DISKON.
           COMPUTE WS-PPN = WS-NETO * WS-PPN-RATE.
           COMPUTE WS-TOTAL-SATU = WS-NETO + WS-PPN.
       BUKA-PIUTANG.
           OPEN I-O PIUTANG-FILE.
           IF FS-PIUTANG-FILE = '35'
           MOVE 'BIAYA KULIAH : ' TO BJ-TEKS.
           MOVE WS-BIAYA TO BJ-ANGKA.
           PERFORM TULIS-JUMLAH.
           IF NOT TANPA-BEASISWA
               PERFORM TULIS-BEASISWA
           END-IF.
           MOVE 'PPN (11%)    : ' TO BJ-TEKS.
           MOVE WS-PPN TO BJ-ANGKA.
           PERFORM TULIS-JUMLAH.
           PERFORM TULIS-JUMLAH.
           MOVE SPACES TO LAPORAN-FAKTUR-BARIS.
           WRITE LAPORAN-FAKTUR-BARIS.
       TULIS-BEASISWA.
           MOVE WS-SKEMA TO CETAK-SKEMA.
           IF BEASISWA-DITANGGUHKAN
               MOVE ' DITANGGUHKAN (PEMBINAAN)' TO CETAK-SKEMA-KET
               MOVE BARIS-SKEMA TO LAPORAN-FAKTUR-BARIS
               WRITE LAPORAN-FAKTUR-BARIS
               ADD 1 TO WS-JML-TANGGUH
           ELSE
               MOVE SPACES TO CETAK-SKEMA-KET
               MOVE BARIS-SKEMA TO LAPORAN-FAKTUR-BARIS
               WRITE LAPORAN-FAKTUR-BARIS
               MOVE 'POTONGAN (-) : ' TO BJ-TEKS
               MOVE WS-DISKON TO BJ-ANGKA
               PERFORM TULIS-JUMLAH
               MOVE 'NETO KULIAH  : ' TO BJ-TEKS
               MOVE WS-NETO TO BJ-ANGKA
               PERFORM TULIS-JUMLAH
               ADD 1 TO WS-JML-BEASISWA
               ADD WS-DISKON TO WS-TOTAL-DISKON
           END-IF.
       TULIS-JUMLAH.
           MOVE BARIS-JUMLAH TO LAPORAN-FAKTUR-BARIS.
           WRITE LAPORAN-FAKTUR-BARIS.
           MOVE WS-TOTAL-SATU TO AR-TOTAL.
           MOVE 0 TO AR-DIBAYAR.
           MOVE 'O' TO AR-STATUS.
           MOVE WS-PPN TO AR-PPN.
           MOVE 0 TO AR-KREDIT.
           MOVE 0 TO AR-KREDIT-PPN.
           WRITE PIUTANG-RECORD
               INVALID KEY
                   REWRITE PIUTANG-RECORD
           END-WRITE.
           IF BEASISWA-AKTIF
               PERFORM TULIS-SALUR
           END-IF.
       TULIS-SALUR.
      *    Same rerun rule as the receivables record: the row for
      *    this invoice is replaced, or dropped when the rerun no
      *    longer grants a discount.
           MOVE WS-RUN-ID TO BSR-RUN-ID.
           MOVE WS-NO-FAKTUR TO BSR-NO-FAKTUR.
           IF DAPAT-BEASISWA
               MOVE FL-NPM TO BSR-NPM
               MOVE WS-SKEMA TO BSR-SKEMA
               MOVE WS-SEMESTER TO BSR-SEMESTER
               MOVE WS-TGL-FAKTUR TO BSR-TANGGAL
               MOVE WS-DISKON TO BSR-JUMLAH
               WRITE SALUR-RECORD
                   INVALID KEY
                       REWRITE SALUR-RECORD
               END-WRITE
           ELSE
               DELETE SALUR-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           END-IF.
       TULIS-KONTROL.
           MOVE 'DAFTAR KONTROL FAKTUR' TO LAPORAN-FAKTUR-BARIS.
           WRITE LAPORAN-FAKTUR-BARIS.
           MOVE WS-JML-TANPA-TARIF TO BKJ-ANGKA.
           MOVE BARIS-KONTROL-JML TO LAPORAN-FAKTUR-BARIS.
           WRITE LAPORAN-FAKTUR-BARIS.
           MOVE 'DENGAN BEASISWA      :' TO BKJ-TEKS.
           MOVE WS-JML-BEASISWA TO BKJ-ANGKA.
           MOVE BARIS-KONTROL-JML TO LAPORAN-FAKTUR-BARIS.
           WRITE LAPORAN-FAKTUR-BARIS.
           MOVE 'BEASISWA DITANGGUHKAN:' TO BKJ-TEKS.
           MOVE WS-JML-TANGGUH TO BKJ-ANGKA.
           MOVE BARIS-KONTROL-JML TO LAPORAN-FAKTUR-BARIS.
           WRITE LAPORAN-FAKTUR-BARIS.
           MOVE 'TOTAL POTONGAN       :' TO BK-TEKS.
           MOVE WS-TOTAL-DISKON TO BK-ANGKA.
           MOVE BARIS-KONTROL TO LAPORAN-FAKTUR-BARIS.
           WRITE LAPORAN-FAKTUR-BARIS.
           MOVE 'TOTAL TAGIHAN        :' TO BK-TEKS.
           MOVE WS-TOTAL-TAGIHAN TO BK-ANGKA.
           MOVE BARIS-KONTROL TO LAPORAN-FAKTUR-BARIS.
           PERFORM KUNCI-SUMBER.
           MOVE 'MHSFILE' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
           MOVE 'BEASISWA' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
       KUNCI-SUMBER.
           MOVE 'K' TO WS-LOCK-AKSI.
           PERFORM PANGGIL-KUNCI.
           PERFORM LEPAS-SUMBER.
           MOVE 'MHSFILE' TO WS-LOCK-SUMBER.
           PERFORM LEPAS-SUMBER.
           MOVE 'BEASISWA' TO WS-LOCK-SUMBER.
           PERFORM LEPAS-SUMBER.
       LEPAS-SUMBER.
           MOVE 'L' TO WS-LOCK-AKSI.
           PERFORM PANGGIL-KUNCI.
