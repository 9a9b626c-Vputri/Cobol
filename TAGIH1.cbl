      ******************************************************************
      * Author:
      * Date:
      * Purpose: Dunning run over the ARFILE receivables master.
      *          Every invoice with an unpaid balance is aged the
      *          way AGING1 ages it; 31-60 days earns a first
      *          reminder, 61-90 a second reminder and over 90 days
      *          the final notice. The TAGIHHST dunning history keeps
      *          the highest level already sent per invoice, so a
      *          letter is only produced when the invoice has moved
      *          up a bracket and the same level never goes out
      *          twice. At the final notice a late fee (DENDA on
      *          PARAMFIL for TAGIH1, whole rupiah) is posted to
      *          ARFILE as a new open receivable under run-id
      *          DND<date>, recorded in TAGIHHST so the fee itself is
      *          never dunned. Letters go to SURATTGH; the register
      *          of letters per level and the late fees raised goes
      *          to TAGIHREG. A student with any invoice over 90
      *          days gets a finance hold on the BLOKIR master, and
      *          a hold this run raised earlier is lifted once the
      *          student no longer has such an invoice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAGIH1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARSEL.
           COPY DNHSEL.
           COPY PRMSEL.
           COPY BLKSEL.
           SELECT SURAT-TAGIH ASSIGN TO "SURATTGH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SURAT-TAGIH.
           SELECT REGISTER-TAGIH ASSIGN TO "TAGIHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER-TAGIH.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY ARFD.
           COPY DNHFD.
           COPY PRMFD.
           COPY BLKFD.
       FD  SURAT-TAGIH.
       01  SURAT-TAGIH-BARIS PIC X(80).
       FD  REGISTER-TAGIH.
       01  REGISTER-TAGIH-BARIS PIC X(80).
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-PIUTANG-FILE PIC XX VALUE '00'.
       77  FS-TAGIH-HISTORI PIC XX VALUE '00'.
       77  FS-PARAM-FILE PIC XX VALUE '00'.
       77  FS-BLOKIR-FILE PIC XX VALUE '00'.
       77  FS-SURAT-TAGIH PIC XX VALUE '00'.
       77  FS-REGISTER-TAGIH PIC XX VALUE '00'.
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
       77  SW-PARAM-DIMUAT PIC X VALUE 'N'.
       77  WS-PARAM-KUNCI PIC X(15) VALUE SPACES.
       77  WS-PARAM-NILAI PIC X(30) VALUE SPACES.
       77  SW-PARAM-ADA PIC X VALUE 'N'.
           88 PARAM-ADA VALUE 'Y'.
       77  WS-JML-PARAM PIC 9(2) VALUE 0.
       77  P-PRM PIC 9(2) VALUE 0.
       01  TABEL-PARAM.
           02 ISI-PARAM OCCURS 20 TIMES.
              03 TP-KUNCI PIC X(15).
              03 TP-NILAI PIC X(30).
       77  WS-DENDA-X PIC X(9) VALUE SPACES.
       77  WS-DENDA-N PIC 9(9) VALUE 0.
       77  WS-DENDA PIC 9(9)V99 VALUE 0.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  WS-TGL-HARI-INI PIC 9(8) VALUE 0.
       77  WS-UMUR PIC S9(7) VALUE 0.
       77  WS-SISA PIC S9(9)V99 VALUE 0.
       77  WS-LEVEL PIC 9 VALUE 0.
       77  WS-LEVEL-LAMA PIC 9 VALUE 0.
       77  SW-HST-ADA PIC X VALUE 'N'.
           88 HST-ADA VALUE 'Y'.
       01  WS-DENDA-RUN-ID.
           02 FILLER PIC X(3) VALUE 'DND'.
           02 WS-DENDA-TGL PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
       77  WS-NO-DENDA PIC 9(5) VALUE 0.
       77  WS-JML-FAKTUR PIC 9(5) VALUE 0.
       77  WS-JML-TERBUKA PIC 9(5) VALUE 0.
       77  WS-JML-SURAT PIC 9(5) VALUE 0.
       77  WS-JML-L1 PIC 9(5) VALUE 0.
       77  WS-JML-L2 PIC 9(5) VALUE 0.
       77  WS-JML-L3 PIC 9(5) VALUE 0.
       77  WS-JML-DENDA PIC 9(5) VALUE 0.
       77  WS-TOT-DENDA PIC 9(11)V99 VALUE 0.
       77  WS-TOT-SISA PIC 9(11)V99 VALUE 0.
       77  WS-JML-ANTRE PIC 9(3) VALUE 0.
       77  SW-ANTRE-PENUH PIC X VALUE 'N'.
       77  M PIC 9(3) VALUE 0.
       01  TABEL-ANTRE.
           02 ISI-ANTRE OCCURS 500 TIMES.
              03 TA-KEY.
                 04 TA-RUN-ID PIC X(12).
                 04 TA-NO-FAKTUR PIC 9(5).
              03 TA-NPM PIC X(8).
              03 TA-NAMA PIC X(20).
              03 TA-PRODI PIC X(10).
              03 TA-NO-DENDA PIC 9(5).
       77  WS-JML-TUNGGAK PIC 9(4) VALUE 0.
       77  SW-TUNGGAK-PENUH PIC X VALUE 'N'.
       77  T PIC 9(4) VALUE 0.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
       01  TABEL-TUNGGAK.
           02 TT-NPM OCCURS 1000 TIMES PIC X(8).
       77  WS-JML-BLOKIR PIC 9(5) VALUE 0.
       77  WS-JML-CABUT PIC 9(5) VALUE 0.
       01  JUDUL-SURAT.
           02 JS-JUDUL PIC X(30).
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(9) VALUE 'TANGGAL: '.
           02 JS-TANGGAL PIC 9(8).
       01  BARIS-GARIS.
           02 FILLER PIC X(67) VALUE ALL '='.
       01  BARIS-KEPADA.
           02 FILLER PIC X(15) VALUE 'KEPADA       : '.
           02 BK-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BK-NAMA PIC X(20).
       01  BARIS-PRODI.
           02 FILLER PIC X(15) VALUE 'PRODI        : '.
           02 BP-PRODI PIC X(10).
       01  BARIS-FAKTUR.
           02 FILLER PIC X(15) VALUE 'FAKTUR       : '.
           02 BF-RUN-ID PIC X(12).
           02 FILLER PIC X(1) VALUE '/'.
           02 BF-NO-FAKTUR PIC 9(5).
           02 FILLER PIC X(10) VALUE '  TANGGAL '.
           02 BF-TANGGAL PIC 9(8).
       01  BARIS-SISA.
           02 FILLER PIC X(15) VALUE 'SISA TAGIHAN : '.
           02 BS-SISA PIC ZZZ.ZZZ.ZZ9,99.
       01  BARIS-UMUR.
           02 FILLER PIC X(15) VALUE 'TERLAMBAT    : '.
           02 BU-UMUR PIC ZZZZ9.
           02 FILLER PIC X(5) VALUE ' HARI'.
       01  BARIS-DENDA.
           02 FILLER PIC X(15) VALUE 'DENDA        : '.
           02 BD-DENDA PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(9) VALUE '  FAKTUR '.
           02 BD-RUN-ID PIC X(12).
           02 FILLER PIC X(1) VALUE '/'.
           02 BD-NO-FAKTUR PIC 9(5).
       01  BARIS-TEKS PIC X(67).
       01  JUDUL-REGISTER.
           02 FILLER PIC X(31)
              VALUE 'REGISTER SURAT PENAGIHAN       '.
           02 FILLER PIC X(8) VALUE 'RUN-ID: '.
           02 CETAK-RUN-ID PIC X(12).
       01  JUDUL-KOLOM.
           02 FILLER PIC X(4) VALUE 'LV'.
           02 FILLER PIC X(10) VALUE 'NPM'.
           02 FILLER PIC X(19) VALUE 'FAKTUR'.
           02 FILLER PIC X(15) VALUE 'SISA'.
           02 FILLER PIC X(7) VALUE 'HARI'.
           02 FILLER PIC X(14) VALUE 'DENDA'.
       01  BARIS-REGISTER.
           02 BR-LEVEL PIC 9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 BR-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-RUN-ID PIC X(12).
           02 FILLER PIC X(1) VALUE '/'.
           02 BR-NO-FAKTUR PIC 9(5).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BR-SISA PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 BR-UMUR PIC ZZZZ9.
           02 FILLER PIC X(1) VALUE SPACES.
           02 BR-DENDA PIC ZZZ.ZZZ.ZZ9,99.
       01  BARIS-JML.
           02 BJ-TEKS PIC X(26).
           02 BJ-ANGKA PIC ZZZZ9.
       01  BARIS-TOTAL-DENDA.
           02 FILLER PIC X(26) VALUE 'TOTAL DENDA DIBEBANKAN   :'.
           02 BT-DENDA PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  BARIS-TOTAL-SISA.
           02 FILLER PIC X(26) VALUE 'SISA TAGIHAN DISURATI    :'.
           02 BT-SISA PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           MOVE 'PENAGIHAN PIUTANG DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           OPEN I-O PIUTANG-FILE.
           IF FS-PIUTANG-FILE NOT = '00'
               DISPLAY 'ARFILE TIDAK TERBUKA, BELUM ADA FAKTUR'
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           PERFORM MUAT-PARAM.
           PERFORM AMBIL-DENDA.
           PERFORM BUKA-HISTORI.
           ACCEPT WS-TGL-HARI-INI FROM DATE YYYYMMDD.
           MOVE WS-TGL-HARI-INI TO WS-DENDA-TGL.
           PERFORM CARI-NO-DENDA.
           MOVE LOW-VALUES TO AR-KEY.
           START PIUTANG-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS.
           OPEN OUTPUT SURAT-TAGIH.
           OPEN OUTPUT REGISTER-TAGIH.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-REGISTER TO REGISTER-TAGIH-BARIS.
           WRITE REGISTER-TAGIH-BARIS.
           MOVE JUDUL-KOLOM TO REGISTER-TAGIH-BARIS.
           WRITE REGISTER-TAGIH-BARIS.
           PERFORM PROSES-FAKTUR UNTIL HABIS.
           PERFORM POSTING-DENDA VARYING M FROM 1 BY 1
               UNTIL M > WS-JML-ANTRE.
           PERFORM BLOKIR-KEUANGAN.
           PERFORM TULIS-TOTAL.
           CLOSE SURAT-TAGIH.
           CLOSE REGISTER-TAGIH.
           CLOSE TAGIH-HISTORI.
           CLOSE PIUTANG-FILE.
           DISPLAY 'SURAT PENAGIHAN KE SURATTGH, REGISTER KE '
               'TAGIHREG: ' WS-JML-SURAT ' SURAT, '
               WS-JML-DENDA ' DENDA'.
           MOVE 'PENAGIHAN PIUTANG SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM LEPAS-MASTER.
           GOBACK.
       AMBIL-DENDA.
      *    DENDA on PARAMFIL is a nine-digit whole rupiah amount,
      *    zero padded (e.g. 000050000); without it the final notice
      *    still goes out but no fee is raised.
           MOVE 'DENDA' TO WS-PARAM-KUNCI.
           PERFORM AMBIL-PARAM.
           IF PARAM-ADA
               MOVE WS-PARAM-NILAI(1:9) TO WS-DENDA-X
               IF WS-DENDA-X NUMERIC
                   MOVE WS-DENDA-X TO WS-DENDA-N
                   MOVE WS-DENDA-N TO WS-DENDA
               END-IF
           END-IF.
           IF WS-DENDA = 0
               DISPLAY 'DENDA TIDAK DISETEL DI PARAMFIL, '
                   'PEMBERITAHUAN TERAKHIR TANPA DENDA'
           END-IF.
       BUKA-HISTORI.
           OPEN I-O TAGIH-HISTORI.
           IF FS-TAGIH-HISTORI = '35'
               CLOSE TAGIH-HISTORI
               OPEN OUTPUT TAGIH-HISTORI
               CLOSE TAGIH-HISTORI
               OPEN I-O TAGIH-HISTORI.
       CARI-NO-DENDA.
      *    Late fees of the same day share one run-id; a second run
      *    on the same day numbers on after the fees already there.
           MOVE 0 TO WS-NO-DENDA.
           MOVE WS-DENDA-RUN-ID TO AR-RUN-ID.
           MOVE 0 TO AR-NO-FAKTUR.
           START PIUTANG-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS.
           PERFORM CARI-NO-DENDA-BARIS UNTIL HABIS.
           MOVE 'N' TO SW-HABIS.
       CARI-NO-DENDA-BARIS.
           READ PIUTANG-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF AR-RUN-ID = WS-DENDA-RUN-ID
                   MOVE AR-NO-FAKTUR TO WS-NO-DENDA
               ELSE
                   MOVE 'Y' TO SW-HABIS
               END-IF
           END-IF.
       PROSES-FAKTUR.
           READ PIUTANG-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               ADD 1 TO WS-JML-FAKTUR
      *        Settled, cancelled and paid-up (or overpaid) invoices
      *        are never dunned.
               IF AR-LUNAS OR AR-BATAL OR AR-DIBAYAR NOT < AR-TOTAL
                   CONTINUE
               ELSE
                   COMPUTE WS-SISA = AR-TOTAL - AR-DIBAYAR
                   IF WS-SISA > 0
                       ADD 1 TO WS-JML-TERBUKA
                       PERFORM TENTUKAN-LEVEL
                       IF WS-LEVEL = 3
                           PERFORM SIMPAN-TUNGGAK
                       END-IF
                   END-IF
               END-IF
           END-IF.
       TENTUKAN-LEVEL.
           COMPUTE WS-UMUR =
               FUNCTION INTEGER-OF-DATE(WS-TGL-HARI-INI)
               - FUNCTION INTEGER-OF-DATE(AR-TANGGAL).
           IF WS-UMUR > 90
               MOVE 3 TO WS-LEVEL
           ELSE
               IF WS-UMUR > 60
                   MOVE 2 TO WS-LEVEL
               ELSE
                   IF WS-UMUR > 30
                       MOVE 1 TO WS-LEVEL
                   ELSE
                       MOVE 0 TO WS-LEVEL
                   END-IF
               END-IF
           END-IF.
           IF WS-LEVEL > 0
               PERFORM BACA-HISTORI
               IF HST-ADA AND DNH-DENDA
                   CONTINUE
               ELSE
                   IF WS-LEVEL > WS-LEVEL-LAMA
                       PERFORM BUAT-SURAT
                   END-IF
               END-IF
           END-IF.
       SIMPAN-TUNGGAK.
           PERFORM CARI-TUNGGAK.
           IF NOT KETEMU
               IF WS-JML-TUNGGAK < 1000
                   ADD 1 TO WS-JML-TUNGGAK
                   MOVE AR-NPM TO TT-NPM(WS-JML-TUNGGAK)
               ELSE
                   IF SW-TUNGGAK-PENUH = 'N'
                       MOVE 'Y' TO SW-TUNGGAK-PENUH
                       DISPLAY 'TABEL TUNGGAKAN PENUH (1000), '
                           'BLOKIR OTOMATIS TIDAK DICABUT RUN INI'
                   END-IF
               END-IF
           END-IF.
       CARI-TUNGGAK.
           MOVE 'N' TO SW-KETEMU.
           PERFORM CARI-TUNGGAK-BARIS VARYING T FROM 1 BY 1
               UNTIL T > WS-JML-TUNGGAK OR KETEMU.
       CARI-TUNGGAK-BARIS.
           IF TT-NPM(T) = AR-NPM
               MOVE 'Y' TO SW-KETEMU
           END-IF.
       BACA-HISTORI.
           MOVE 0 TO WS-LEVEL-LAMA.
           MOVE 'Y' TO SW-HST-ADA.
           MOVE AR-KEY TO DNH-KEY.
           READ TAGIH-HISTORI
               INVALID KEY MOVE 'N' TO SW-HST-ADA.
           IF HST-ADA
               MOVE DNH-LEVEL TO WS-LEVEL-LAMA
           ELSE
               MOVE SPACES TO TAGIH-HISTORI-RECORD
               MOVE AR-KEY TO DNH-KEY
               MOVE AR-NPM TO DNH-NPM
               MOVE 'F' TO DNH-JENIS
               MOVE 0 TO DNH-LEVEL
               MOVE 0 TO DNH-TGL-1
               MOVE 0 TO DNH-TGL-2
               MOVE 0 TO DNH-TGL-3
               MOVE 0 TO DNH-DENDA-NO
               MOVE 0 TO DNH-DENDA-JUMLAH
           END-IF.
       BUAT-SURAT.
      *    The letter jumps straight to the bracket the invoice is
      *    in; levels skipped between two runs are not sent late.
           ADD 1 TO WS-JML-SURAT.
           ADD WS-SISA TO WS-TOT-SISA.
           MOVE WS-LEVEL TO DNH-LEVEL.
           IF WS-LEVEL = 1
               ADD 1 TO WS-JML-L1
               MOVE WS-TGL-HARI-INI TO DNH-TGL-1
               MOVE 'PERINGATAN PERTAMA' TO JS-JUDUL
           ELSE
               IF WS-LEVEL = 2
                   ADD 1 TO WS-JML-L2
                   MOVE WS-TGL-HARI-INI TO DNH-TGL-2
                   MOVE 'PERINGATAN KEDUA' TO JS-JUDUL
               ELSE
                   ADD 1 TO WS-JML-L3
                   MOVE WS-TGL-HARI-INI TO DNH-TGL-3
                   MOVE 'PEMBERITAHUAN TERAKHIR' TO JS-JUDUL
                   IF WS-DENDA > 0
                       PERFORM ANTRE-DENDA
                   END-IF
               END-IF
           END-IF.
           PERFORM TULIS-SURAT.
           PERFORM TULIS-REGISTER.
           IF HST-ADA
               REWRITE TAGIH-HISTORI-RECORD
           ELSE
               WRITE TAGIH-HISTORI-RECORD
                   INVALID KEY
                       DISPLAY 'TAGIHHST GAGAL DITULIS ' DNH-KEY
               END-WRITE
           END-IF.
       ANTRE-DENDA.
      *    The fee receivable is numbered now so the letter can
      *    name it, and written to ARFILE once the scan is done.
           IF WS-JML-ANTRE < 500
               ADD 1 TO WS-JML-ANTRE
               ADD 1 TO WS-NO-DENDA
               MOVE AR-KEY TO TA-KEY(WS-JML-ANTRE)
               MOVE AR-NPM TO TA-NPM(WS-JML-ANTRE)
               MOVE AR-NAMA TO TA-NAMA(WS-JML-ANTRE)
               MOVE AR-PRODI TO TA-PRODI(WS-JML-ANTRE)
               MOVE WS-NO-DENDA TO TA-NO-DENDA(WS-JML-ANTRE)
               MOVE WS-DENDA-RUN-ID TO DNH-DENDA-RUN-ID
               MOVE WS-NO-DENDA TO DNH-DENDA-NO
               MOVE WS-DENDA TO DNH-DENDA-JUMLAH
               ADD 1 TO WS-JML-DENDA
               ADD WS-DENDA TO WS-TOT-DENDA
           ELSE
               IF SW-ANTRE-PENUH = 'N'
                   MOVE 'Y' TO SW-ANTRE-PENUH
                   DISPLAY 'TABEL DENDA PENUH (500), '
                       'DENDA BERIKUTNYA TIDAK DIBEBANKAN'
               END-IF
           END-IF.
       TULIS-SURAT.
           MOVE WS-TGL-HARI-INI TO JS-TANGGAL.
           MOVE JUDUL-SURAT TO SURAT-TAGIH-BARIS.
           WRITE SURAT-TAGIH-BARIS.
           MOVE BARIS-GARIS TO SURAT-TAGIH-BARIS.
           WRITE SURAT-TAGIH-BARIS.
           MOVE AR-NPM TO BK-NPM.
           MOVE AR-NAMA TO BK-NAMA.
           MOVE BARIS-KEPADA TO SURAT-TAGIH-BARIS.
           WRITE SURAT-TAGIH-BARIS.
           MOVE AR-PRODI TO BP-PRODI.
           MOVE BARIS-PRODI TO SURAT-TAGIH-BARIS.
           WRITE SURAT-TAGIH-BARIS.
           MOVE AR-RUN-ID TO BF-RUN-ID.
           MOVE AR-NO-FAKTUR TO BF-NO-FAKTUR.
           MOVE AR-TANGGAL TO BF-TANGGAL.
           MOVE BARIS-FAKTUR TO SURAT-TAGIH-BARIS.
           WRITE SURAT-TAGIH-BARIS.
           MOVE WS-SISA TO BS-SISA.
           MOVE BARIS-SISA TO SURAT-TAGIH-BARIS.
           WRITE SURAT-TAGIH-BARIS.
           MOVE WS-UMUR TO BU-UMUR.
           MOVE BARIS-UMUR TO SURAT-TAGIH-BARIS.
           WRITE SURAT-TAGIH-BARIS.
           MOVE SPACES TO SURAT-TAGIH-BARIS.
           WRITE SURAT-TAGIH-BARIS.
           IF WS-LEVEL = 1
               MOVE 'MOHON SEGERA MELUNASI TAGIHAN DI ATAS.'
                   TO BARIS-TEKS
           ELSE
               IF WS-LEVEL = 2
                   MOVE 'TAGIHAN TELAH LEWAT 60 HARI, MOHON DILUNASI.'
                       TO BARIS-TEKS
               ELSE
                   MOVE 'TAGIHAN LEWAT 90 HARI, DIKENAKAN DENDA.'
                       TO BARIS-TEKS
               END-IF
           END-IF.
           MOVE BARIS-TEKS TO SURAT-TAGIH-BARIS.
           WRITE SURAT-TAGIH-BARIS.
           IF WS-LEVEL = 3 AND DNH-DENDA-JUMLAH > 0
               MOVE DNH-DENDA-JUMLAH TO BD-DENDA
               MOVE DNH-DENDA-RUN-ID TO BD-RUN-ID
               MOVE DNH-DENDA-NO TO BD-NO-FAKTUR
               MOVE BARIS-DENDA TO SURAT-TAGIH-BARIS
               WRITE SURAT-TAGIH-BARIS
           END-IF.
           MOVE BARIS-GARIS TO SURAT-TAGIH-BARIS.
           WRITE SURAT-TAGIH-BARIS.
           MOVE SPACES TO SURAT-TAGIH-BARIS.
           WRITE SURAT-TAGIH-BARIS.
       TULIS-REGISTER.
           MOVE WS-LEVEL TO BR-LEVEL.
           MOVE AR-NPM TO BR-NPM.
           MOVE AR-RUN-ID TO BR-RUN-ID.
           MOVE AR-NO-FAKTUR TO BR-NO-FAKTUR.
           MOVE WS-SISA TO BR-SISA.
           MOVE WS-UMUR TO BR-UMUR.
           IF WS-LEVEL = 3
               MOVE DNH-DENDA-JUMLAH TO BR-DENDA
           ELSE
               MOVE 0 TO BR-DENDA
           END-IF.
           MOVE BARIS-REGISTER TO REGISTER-TAGIH-BARIS.
           WRITE REGISTER-TAGIH-BARIS.
       POSTING-DENDA.
           MOVE SPACES TO PIUTANG-RECORD.
           MOVE WS-DENDA-RUN-ID TO AR-RUN-ID.
           MOVE TA-NO-DENDA(M) TO AR-NO-FAKTUR.
           MOVE TA-NPM(M) TO AR-NPM.
           MOVE TA-NAMA(M) TO AR-NAMA.
           MOVE TA-PRODI(M) TO AR-PRODI.
           MOVE WS-TGL-HARI-INI TO AR-TANGGAL.
           MOVE WS-DENDA TO AR-TOTAL.
           MOVE 0 TO AR-DIBAYAR.
           MOVE 'O' TO AR-STATUS.
           MOVE 0 TO AR-PPN.
           MOVE 0 TO AR-KREDIT.
           MOVE 0 TO AR-KREDIT-PPN.
           WRITE PIUTANG-RECORD
               INVALID KEY
                   DISPLAY 'FAKTUR DENDA SUDAH ADA ' AR-KEY
           END-WRITE.
           MOVE SPACES TO TAGIH-HISTORI-RECORD.
           MOVE AR-KEY TO DNH-KEY.
           MOVE TA-NPM(M) TO DNH-NPM.
           MOVE 'D' TO DNH-JENIS.
           MOVE 0 TO DNH-LEVEL.
           MOVE 0 TO DNH-TGL-1.
           MOVE 0 TO DNH-TGL-2.
           MOVE 0 TO DNH-TGL-3.
           MOVE TA-RUN-ID(M) TO DNH-DENDA-RUN-ID.
           MOVE TA-NO-FAKTUR(M) TO DNH-DENDA-NO.
           MOVE WS-DENDA TO DNH-DENDA-JUMLAH.
           WRITE TAGIH-HISTORI-RECORD
               INVALID KEY
                   REWRITE TAGIH-HISTORI-RECORD
           END-WRITE.
       BLOKIR-KEUANGAN.
      *    Every student still over 90 days holds an active finance
      *    hold. Holds this run placed are lifted when the student
      *    is no longer on the list; a hold placed by hand on
      *    BLKMNT1 is only ever lifted there. When the list
      *    overflowed nothing is lifted, as it is not complete.
           OPEN I-O BLOKIR-FILE.
           IF FS-BLOKIR-FILE = '35'
               CLOSE BLOKIR-FILE
               OPEN OUTPUT BLOKIR-FILE
               CLOSE BLOKIR-FILE
               OPEN I-O BLOKIR-FILE.
           PERFORM PASANG-BLOKIR VARYING M FROM 1 BY 1
               UNTIL M > WS-JML-TUNGGAK.
           IF SW-TUNGGAK-PENUH = 'N'
               MOVE 'N' TO SW-HABIS
               MOVE LOW-VALUES TO BLK-KEY
               START BLOKIR-FILE KEY IS NOT LESS THAN BLK-KEY
                   INVALID KEY MOVE 'Y' TO SW-HABIS
               END-START
               PERFORM CABUT-BLOKIR UNTIL HABIS
           END-IF.
           CLOSE BLOKIR-FILE.
       PASANG-BLOKIR.
           MOVE TT-NPM(M) TO BLK-NPM.
           MOVE 'K' TO BLK-JENIS.
           READ BLOKIR-FILE RECORD KEY IS BLK-KEY
               INVALID KEY
                   PERFORM ISI-BLOKIR
                   WRITE BLOKIR-RECORD
                   ADD 1 TO WS-JML-BLOKIR
               NOT INVALID KEY
                   IF NOT BLK-AKTIF
                       PERFORM ISI-BLOKIR
                       REWRITE BLOKIR-RECORD
                       ADD 1 TO WS-JML-BLOKIR
                   END-IF
           END-READ.
       ISI-BLOKIR.
           MOVE 'TAGIHAN LEWAT 90 HARI' TO BLK-ALASAN.
           MOVE WS-TGL-HARI-INI TO BLK-TANGGAL.
           MOVE WS-OPERATOR-ID TO BLK-OLEH.
           MOVE 'A' TO BLK-STATUS.
           MOVE 0 TO BLK-TGL-CABUT.
           MOVE SPACES TO BLK-CABUT-OLEH.
           MOVE 'O' TO BLK-SUMBER.
       CABUT-BLOKIR.
           READ BLOKIR-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF BLK-KEUANGAN AND BLK-AKTIF AND BLK-OTOMATIS
                   MOVE BLK-NPM TO AR-NPM
                   PERFORM CARI-TUNGGAK
                   IF NOT KETEMU
                       MOVE 'C' TO BLK-STATUS
                       MOVE WS-TGL-HARI-INI TO BLK-TGL-CABUT
                       MOVE WS-OPERATOR-ID TO BLK-CABUT-OLEH
                       REWRITE BLOKIR-RECORD
                       ADD 1 TO WS-JML-CABUT
                   END-IF
               END-IF
           END-IF.
       TULIS-TOTAL.
           MOVE SPACES TO REGISTER-TAGIH-BARIS.
           WRITE REGISTER-TAGIH-BARIS.
           MOVE 'FAKTUR DIBACA            :' TO BJ-TEKS.
           MOVE WS-JML-FAKTUR TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'FAKTUR BELUM LUNAS       :' TO BJ-TEKS.
           MOVE WS-JML-TERBUKA TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'PERINGATAN PERTAMA       :' TO BJ-TEKS.
           MOVE WS-JML-L1 TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'PERINGATAN KEDUA         :' TO BJ-TEKS.
           MOVE WS-JML-L2 TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'PEMBERITAHUAN TERAKHIR   :' TO BJ-TEKS.
           MOVE WS-JML-L3 TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'TOTAL SURAT              :' TO BJ-TEKS.
           MOVE WS-JML-SURAT TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'FAKTUR DENDA DIBUAT      :' TO BJ-TEKS.
           MOVE WS-JML-DENDA TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'BLOKIR KEUANGAN DIPASANG :' TO BJ-TEKS.
           MOVE WS-JML-BLOKIR TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'BLOKIR KEUANGAN DICABUT  :' TO BJ-TEKS.
           MOVE WS-JML-CABUT TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE WS-TOT-SISA TO BT-SISA.
           MOVE BARIS-TOTAL-SISA TO REGISTER-TAGIH-BARIS.
           WRITE REGISTER-TAGIH-BARIS.
           MOVE WS-TOT-DENDA TO BT-DENDA.
           MOVE BARIS-TOTAL-DENDA TO REGISTER-TAGIH-BARIS.
           WRITE REGISTER-TAGIH-BARIS.
       TULIS-JML.
           MOVE BARIS-JML TO REGISTER-TAGIH-BARIS.
           WRITE REGISTER-TAGIH-BARIS.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
           MOVE 'ARFILE' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
           MOVE 'TAGIHHST' TO WS-LOCK-SUMBER.
           PERFORM KUNCI-SUMBER.
           MOVE 'BLOKIR' TO WS-LOCK-SUMBER.
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
           MOVE 'TAGIHHST' TO WS-LOCK-SUMBER.
           PERFORM LEPAS-SUMBER.
           MOVE 'BLOKIR' TO WS-LOCK-SUMBER.
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
           MOVE 'TAGIH1' TO AUD-PROGRAM.
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
       MUAT-PARAM.
           IF SW-PARAM-DIMUAT = 'Y'
               CONTINUE
           ELSE
               MOVE 'Y' TO SW-PARAM-DIMUAT
               OPEN INPUT PARAM-FILE
               IF FS-PARAM-FILE = '00'
                   PERFORM MUAT-PARAM-BARIS
                       UNTIL FS-PARAM-FILE = '10'
                   CLOSE PARAM-FILE
               END-IF
           END-IF.
       MUAT-PARAM-BARIS.
           READ PARAM-FILE
               AT END MOVE '10' TO FS-PARAM-FILE.
           IF FS-PARAM-FILE NOT = '10'
               AND PRM-PROGRAM = 'TAGIH1'
               IF WS-JML-PARAM < 20
                   ADD 1 TO WS-JML-PARAM
                   MOVE PRM-KUNCI TO TP-KUNCI(WS-JML-PARAM)
                   MOVE PRM-NILAI TO TP-NILAI(WS-JML-PARAM)
               END-IF
           END-IF.
       AMBIL-PARAM.
           MOVE 'N' TO SW-PARAM-ADA.
           MOVE SPACES TO WS-PARAM-NILAI.
           PERFORM CARI-PARAM VARYING P-PRM FROM 1 BY 1
               UNTIL P-PRM > WS-JML-PARAM OR PARAM-ADA.
       CARI-PARAM.
           IF TP-KUNCI(P-PRM) = WS-PARAM-KUNCI
               MOVE 'Y' TO SW-PARAM-ADA
               MOVE TP-NILAI(P-PRM) TO WS-PARAM-NILAI
           END-IF.
       END PROGRAM TAGIH1.
