      ******************************************************************
      * Author:
      * Date:
      * Purpose: Daily general-ledger journal interface. For one
      *          posting date (spaces = today) it collects tuition
      *          and late-fee invoices raised on ARFILE that day
      *          (receivable against revenue and PPN payable),
      *          receipts posted that day from the KASJRN receipts
      *          journal (cash against receivable) and the ORDERFIL
      *          sales orders of that day (cash against sales and
      *          PPN, order-level PPN as ORDREG1 computes it) and
      *          the KREDITNT credit notes approved that day (revenue
      *          and PPN reversed against receivable, refunds owed
      *          moved to refunds payable) and refunds paid out that
      *          day (refunds payable against cash), and writes
      *          balanced debit/credit lines summarised per
      *          source and account to GLJURNAL. Account codes come
      *          from the GLMAP mapping table finance maintains
      *          (entry type plus program of study, DEFAULT row as
      *          fallback, the FEESCHED way). If any amount has no
      *          account or the debits and credits do not agree the
      *          run refuses and no GLJURNAL is produced; otherwise
      *          the file is registered in OUTMANIF for release like
      *          the other outbound extracts. GLREG lists the
      *          journal and the outcome.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLJRN1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ARSEL.
           COPY KASSEL.
           COPY KNTSEL.
           SELECT PESANAN-FILE ASSIGN TO "ORDERFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PESANAN-FILE.
           SELECT PETA-AKUN ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PETA-AKUN.
           SELECT JURNAL-GL ASSIGN TO "GLJURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JURNAL-GL.
           SELECT REGISTER-GL ASSIGN TO "GLREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTER-GL.
           COPY MANSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY ARFD.
           COPY KASFD.
           COPY KNTFD.
       FD  PESANAN-FILE.
       01  PESANAN-RECORD.
           02 PSN-NOMOR PIC 9(6).
           02 FILLER PIC X(1).
           02 PSN-TANGGAL PIC 9(8).
           02 FILLER PIC X(1).
           02 PSN-KODE PIC X(9).
           02 FILLER PIC X(1).
           02 PSN-NAMA PIC X(20).
           02 FILLER PIC X(1).
           02 PSN-QTY PIC 9(4).
           02 FILLER PIC X(1).
           02 PSN-HARGA PIC 9(6)V99.
           02 FILLER PIC X(1).
           02 PSN-JUMLAH PIC 9(9)V99.
           02 FILLER PIC X(1).
           02 PSN-VALAS PIC X(3).
           02 FILLER PIC X(1).
           02 PSN-KUTIP PIC X(3).
       FD  PETA-AKUN.
       01  PETA-AKUN-RECORD.
           02 GLM-JENIS PIC X(10).
           02 FILLER PIC X(1).
           02 GLM-PRODI PIC X(10).
           02 FILLER PIC X(1).
           02 GLM-AKUN PIC X(12).
       FD  JURNAL-GL.
       01  JURNAL-GL-RECORD.
           02 GLJ-TANGGAL PIC 9(8).
           02 FILLER PIC X(1).
           02 GLJ-SUMBER PIC X(3).
           02 FILLER PIC X(1).
           02 GLJ-AKUN PIC X(12).
           02 FILLER PIC X(1).
           02 GLJ-DK PIC X(1).
           02 FILLER PIC X(1).
           02 GLJ-JUMLAH PIC 9(13)V99.
           02 FILLER PIC X(1).
           02 GLJ-JML-DOK PIC 9(5).
           02 FILLER PIC X(1).
           02 GLJ-JENIS PIC X(10).
           02 FILLER PIC X(1).
           02 GLJ-PRODI PIC X(10).
           02 FILLER PIC X(1).
           02 GLJ-RUN-ID PIC X(12).
       FD  REGISTER-GL.
       01  REGISTER-GL-BARIS PIC X(80).
           COPY MANFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-PIUTANG-FILE PIC XX VALUE '00'.
       77  FS-KAS-JURNAL PIC XX VALUE '00'.
       77  FS-KREDIT-FILE PIC XX VALUE '00'.
       77  FS-PESANAN-FILE PIC XX VALUE '00'.
       77  FS-PETA-AKUN PIC XX VALUE '00'.
       77  FS-JURNAL-GL PIC XX VALUE '00'.
       77  FS-REGISTER-GL PIC XX VALUE '00'.
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
       77  FS-BAD-INPUT-FILE PIC XX VALUE '00'.
       77  WS-BI-FIELD PIC X(15).
       77  WS-BI-NILAI PIC X(20).
       77  WS-BI-PESAN PIC X(30).
       01  WS-TGL-DIMINTA PIC X(8) VALUE SPACES.
       01  WS-TGL-DIMINTA-N REDEFINES WS-TGL-DIMINTA PIC 9(8).
       77  WS-TGL-POSTING PIC 9(8) VALUE 0.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  WS-PPN-RATE PIC V99 VALUE 0,11.
       77  WS-PPN PIC 9(9)V99 VALUE 0.
       77  WS-NETO PIC 9(9)V99 VALUE 0.
       77  WS-BRUTO PIC 9(9)V99 VALUE 0.
      *    Account mapping from GLMAP.
       77  WS-JML-AKUN PIC 9(3) VALUE 0.
       77  SW-AKUN-PENUH PIC X VALUE 'N'.
       01  TABEL-AKUN.
           02 ISI-AKUN OCCURS 100 TIMES.
              03 TA-JENIS PIC X(10).
              03 TA-PRODI PIC X(10).
              03 TA-AKUN PIC X(12).
       77  A PIC 9(3) VALUE 0.
       77  SW-KETEMU PIC X VALUE 'N'.
           88 KETEMU VALUE 'Y'.
      *    Journal lines, summarised per source, entry type,
      *    program of study and side.
       77  WS-JML-GL PIC 9(3) VALUE 0.
       77  SW-GL-PENUH PIC X VALUE 'N'.
           88 GL-PENUH VALUE 'Y'.
       01  TABEL-GL.
           02 ISI-GL OCCURS 200 TIMES.
              03 TG-SUMBER PIC X(3).
              03 TG-JENIS PIC X(10).
              03 TG-PRODI PIC X(10).
              03 TG-DK PIC X(1).
              03 TG-AKUN PIC X(12).
              03 TG-JUMLAH PIC 9(13)V99.
              03 TG-JML-DOK PIC 9(5).
       77  G PIC 9(3) VALUE 0.
       77  WS-GL-SUMBER PIC X(3) VALUE SPACES.
       77  WS-GL-JENIS PIC X(10) VALUE SPACES.
       77  WS-GL-PRODI PIC X(10) VALUE SPACES.
       77  WS-GL-DK PIC X(1) VALUE SPACES.
       77  WS-GL-JUMLAH PIC 9(13)V99 VALUE 0.
       77  WS-GL-AKUN PIC X(12) VALUE SPACES.
       77  WS-TOT-DEBET PIC 9(13)V99 VALUE 0.
       77  WS-TOT-KREDIT PIC 9(13)V99 VALUE 0.
       77  WS-DEBET-UTUH PIC 9(13) VALUE 0.
       77  WS-HASH-BAGI PIC 9(13) VALUE 0.
       77  WS-JML-TANPA-AKUN PIC 9(3) VALUE 0.
       77  WS-JML-FAKTUR PIC 9(5) VALUE 0.
       77  WS-JML-DENDA PIC 9(5) VALUE 0.
       77  WS-JML-BAYAR PIC 9(5) VALUE 0.
       77  WS-JML-ORDER PIC 9(5) VALUE 0.
       77  WS-JML-NOTA PIC 9(5) VALUE 0.
       77  WS-JML-REFUND PIC 9(5) VALUE 0.
       77  SW-JURNAL-SAH PIC X VALUE 'Y'.
           88 JURNAL-SAH VALUE 'Y'.
       77  WS-ALASAN PIC X(30) VALUE SPACES.
      *    Sales orders are grouped the way ORDREG1 groups them.
       77  WS-NOMOR-AKTIF PIC 9(6) VALUE 0.
       77  SW-ADA-ORDER PIC X VALUE 'N'.
           88 ADA-ORDER VALUE 'Y'.
       77  WS-ORD-TOTAL PIC 9(9)V99 VALUE 0.
       77  WS-TOTAL-BAYAR PIC 9(9)V99 VALUE 0.
       01  JUDUL-REGISTER.
           02 FILLER PIC X(26)
              VALUE 'JURNAL GL HARIAN TANGGAL  '.
           02 CETAK-TGL PIC 9(8).
           02 FILLER PIC X(9) VALUE ' RUN-ID: '.
           02 CETAK-RUN-ID PIC X(12).
       01  JUDUL-KOLOM.
           02 FILLER PIC X(5) VALUE 'SMB'.
           02 FILLER PIC X(14) VALUE 'AKUN'.
           02 FILLER PIC X(11) VALUE 'JENIS'.
           02 FILLER PIC X(11) VALUE 'PRODI'.
           02 FILLER PIC X(3) VALUE 'DK'.
           02 FILLER PIC X(22) VALUE '               JUMLAH'.
           02 FILLER PIC X(6) VALUE '   DOK'.
       01  BARIS-REGISTER.
           02 BR-SUMBER PIC X(3).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-AKUN PIC X(12).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-JENIS PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BR-PRODI PIC X(10).
           02 FILLER PIC X(1) VALUE SPACES.
           02 BR-DK PIC X(1).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BR-JUMLAH PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 FILLER PIC X(1) VALUE SPACES.
           02 BR-JML-DOK PIC ZZZZ9.
       01  BARIS-TOTAL.
           02 BT-TEKS PIC X(24).
           02 BT-ANGKA PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  BARIS-JML.
           02 BJ-TEKS PIC X(24).
           02 BJ-ANGKA PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           MOVE 'JURNAL GL HARIAN DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM TERIMA-TANGGAL.
           PERFORM MUAT-AKUN.
           IF WS-JML-AKUN = 0
               DISPLAY 'GLMAP KOSONG, RUN DIBATALKAN'
               MOVE 'JURNAL GL DITOLAK, GLMAP KOSONG' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               GOBACK
           END-IF.
           PERFORM AMBIL-FAKTUR.
           PERFORM AMBIL-PENERIMAAN.
           PERFORM AMBIL-PENJUALAN.
           PERFORM AMBIL-NOTA-KREDIT.
           PERFORM PERIKSA-JURNAL.
           OPEN OUTPUT REGISTER-GL.
           MOVE WS-TGL-POSTING TO CETAK-TGL.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-REGISTER TO REGISTER-GL-BARIS.
           WRITE REGISTER-GL-BARIS.
           MOVE JUDUL-KOLOM TO REGISTER-GL-BARIS.
           WRITE REGISTER-GL-BARIS.
           PERFORM TULIS-REGISTER VARYING G FROM 1 BY 1
               UNTIL G > WS-JML-GL.
           PERFORM TULIS-TOTAL.
           IF JURNAL-SAH
               PERFORM TULIS-JURNAL
               MOVE 'JURNAL GL DITULIS KE GLJURNAL'
                   TO REGISTER-GL-BARIS
               WRITE REGISTER-GL-BARIS
               DISPLAY 'JURNAL GL SELESAI: ' WS-MAN-JML
                   ' BARIS KE GLJURNAL, LIHAT GLREG'
               MOVE 'JURNAL GL HARIAN SELESAI' TO WS-AUDIT-AKSI
           ELSE
               MOVE SPACES TO REGISTER-GL-BARIS
               STRING 'JURNAL DITOLAK: ' DELIMITED BY SIZE
                   WS-ALASAN DELIMITED BY SIZE
                   INTO REGISTER-GL-BARIS
               WRITE REGISTER-GL-BARIS
               DISPLAY 'JURNAL GL DITOLAK, ' WS-ALASAN
                   ', GLJURNAL TIDAK DIBUAT'
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'JURNAL GL DITOLAK, ' DELIMITED BY SIZE
                   WS-ALASAN DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
           END-IF.
           CLOSE REGISTER-GL.
           PERFORM CATAT-AUDIT.
           GOBACK.
       TERIMA-TANGGAL.
           DISPLAY 'TANGGAL POSTING (YYYYMMDD, SPASI = HARI INI) : '.
           ACCEPT WS-TGL-DIMINTA.
           IF WS-TGL-DIMINTA = SPACES
               ACCEPT WS-TGL-POSTING FROM DATE YYYYMMDD
           ELSE
               IF WS-TGL-DIMINTA NOT NUMERIC
                   DISPLAY 'TANGGAL HARUS 8 ANGKA, ULANGI'
                   MOVE 'WS-TGL-DIMINTA' TO WS-BI-FIELD
                   MOVE WS-TGL-DIMINTA TO WS-BI-NILAI
                   MOVE 'TANGGAL POSTING TIDAK VALID' TO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
                   PERFORM TERIMA-TANGGAL
               ELSE
                   MOVE WS-TGL-DIMINTA-N TO WS-TGL-POSTING
               END-IF
           END-IF.
       MUAT-AKUN.
           OPEN INPUT PETA-AKUN.
           IF FS-PETA-AKUN NOT = '00'
               DISPLAY 'GLMAP TIDAK TERBUKA'
           ELSE
               PERFORM MUAT-AKUN-BARIS
                   UNTIL FS-PETA-AKUN = '10'
               CLOSE PETA-AKUN
           END-IF.
       MUAT-AKUN-BARIS.
           READ PETA-AKUN
               AT END MOVE '10' TO FS-PETA-AKUN.
           IF FS-PETA-AKUN NOT = '10' AND GLM-AKUN NOT = SPACES
               IF WS-JML-AKUN < 100
                   ADD 1 TO WS-JML-AKUN
                   MOVE GLM-JENIS TO TA-JENIS(WS-JML-AKUN)
                   MOVE GLM-PRODI TO TA-PRODI(WS-JML-AKUN)
                   MOVE GLM-AKUN TO TA-AKUN(WS-JML-AKUN)
               ELSE
                   IF SW-AKUN-PENUH = 'N'
                       MOVE 'Y' TO SW-AKUN-PENUH
                       DISPLAY 'TABEL GLMAP PENUH (100), '
                           'SISA DILEWATI'
                   END-IF
               END-IF
           END-IF.
       AMBIL-FAKTUR.
      *    Invoices raised on the posting date. Late fees (run-id
      *    DND...) carry no PPN and go to the late-fee revenue
      *    account; tuition is split receivable / revenue / PPN
      *    using the PPN INVOICE1 kept on the invoice. Amounts are
      *    as first invoiced; credit notes post on their own date.
           OPEN INPUT PIUTANG-FILE.
           IF FS-PIUTANG-FILE NOT = '00'
               DISPLAY 'ARFILE TIDAK TERBUKA, TIDAK ADA FAKTUR'
           ELSE
               MOVE 'N' TO SW-HABIS
               PERFORM AMBIL-FAKTUR-BARIS UNTIL HABIS
               CLOSE PIUTANG-FILE
           END-IF.
       AMBIL-FAKTUR-BARIS.
           READ PIUTANG-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS AND AR-TANGGAL = WS-TGL-POSTING
               MOVE AR-TOTAL TO WS-BRUTO
               ADD AR-KREDIT TO WS-BRUTO
               IF AR-RUN-ID(1:3) = 'DND'
                   ADD 1 TO WS-JML-DENDA
                   MOVE 'DND' TO WS-GL-SUMBER
                   MOVE 'PIUTANG' TO WS-GL-JENIS
                   MOVE AR-PRODI TO WS-GL-PRODI
                   MOVE 'D' TO WS-GL-DK
                   MOVE WS-BRUTO TO WS-GL-JUMLAH
                   PERFORM TAMBAH-GL
                   MOVE 'DENDA' TO WS-GL-JENIS
                   MOVE 'DEFAULT' TO WS-GL-PRODI
                   MOVE 'K' TO WS-GL-DK
                   PERFORM TAMBAH-GL
               ELSE
                   ADD 1 TO WS-JML-FAKTUR
                   PERFORM PISAH-PPN-FAKTUR
                   MOVE 'FKT' TO WS-GL-SUMBER
                   MOVE 'PIUTANG' TO WS-GL-JENIS
                   MOVE AR-PRODI TO WS-GL-PRODI
                   MOVE 'D' TO WS-GL-DK
                   MOVE WS-BRUTO TO WS-GL-JUMLAH
                   PERFORM TAMBAH-GL
                   MOVE 'PENDAPATAN' TO WS-GL-JENIS
                   MOVE 'K' TO WS-GL-DK
                   MOVE WS-NETO TO WS-GL-JUMLAH
                   PERFORM TAMBAH-GL
                   MOVE 'PPN' TO WS-GL-JENIS
                   MOVE 'DEFAULT' TO WS-GL-PRODI
                   MOVE WS-PPN TO WS-GL-JUMLAH
                   PERFORM TAMBAH-GL
               END-IF
           END-IF.
       PISAH-PPN-FAKTUR.
      *    PPN as first invoiced: what is still on the invoice
      *    plus what credit notes have taken off it.
           MOVE AR-PPN TO WS-PPN.
           ADD AR-KREDIT-PPN TO WS-PPN.
           COMPUTE WS-NETO = WS-BRUTO - WS-PPN.
       AMBIL-PENERIMAAN.
           OPEN INPUT KAS-JURNAL.
           IF FS-KAS-JURNAL NOT = '00'
               DISPLAY 'KASJRN TIDAK TERBUKA, TIDAK ADA PENERIMAAN'
           ELSE
               PERFORM AMBIL-PENERIMAAN-BARIS
                   UNTIL FS-KAS-JURNAL = '10'
               CLOSE KAS-JURNAL
           END-IF.
       AMBIL-PENERIMAAN-BARIS.
           READ KAS-JURNAL
               AT END MOVE '10' TO FS-KAS-JURNAL.
           IF FS-KAS-JURNAL NOT = '10'
               AND KAS-TANGGAL = WS-TGL-POSTING
               ADD 1 TO WS-JML-BAYAR
               MOVE 'BYR' TO WS-GL-SUMBER
               MOVE 'KAS' TO WS-GL-JENIS
               MOVE 'DEFAULT' TO WS-GL-PRODI
               MOVE 'D' TO WS-GL-DK
               MOVE KAS-JUMLAH TO WS-GL-JUMLAH
               PERFORM TAMBAH-GL
               MOVE 'PIUTANG' TO WS-GL-JENIS
               MOVE KAS-PRODI TO WS-GL-PRODI
               MOVE 'K' TO WS-GL-DK
               PERFORM TAMBAH-GL
           END-IF.
       AMBIL-PENJUALAN.
           OPEN INPUT PESANAN-FILE.
           IF FS-PESANAN-FILE NOT = '00'
               DISPLAY 'ORDERFIL TIDAK TERBUKA, TIDAK ADA PENJUALAN'
           ELSE
               PERFORM AMBIL-PENJUALAN-BARIS
                   UNTIL FS-PESANAN-FILE = '10'
               IF ADA-ORDER
                   PERFORM TUTUP-ORDER
               END-IF
               CLOSE PESANAN-FILE
           END-IF.
       AMBIL-PENJUALAN-BARIS.
           READ PESANAN-FILE
               AT END MOVE '10' TO FS-PESANAN-FILE.
           IF FS-PESANAN-FILE NOT = '10'
               AND PSN-TANGGAL = WS-TGL-POSTING
               IF ADA-ORDER AND PSN-NOMOR NOT = WS-NOMOR-AKTIF
                   PERFORM TUTUP-ORDER
               END-IF
               IF NOT ADA-ORDER
                   MOVE 'Y' TO SW-ADA-ORDER
                   MOVE PSN-NOMOR TO WS-NOMOR-AKTIF
                   MOVE 0 TO WS-ORD-TOTAL
               END-IF
               ADD PSN-JUMLAH TO WS-ORD-TOTAL
           END-IF.
       TUTUP-ORDER.
      *    Same order-level arithmetic as ORDREG1's TULIS-ORDER.
           COMPUTE WS-PPN = WS-ORD-TOTAL * WS-PPN-RATE.
           COMPUTE WS-TOTAL-BAYAR = WS-ORD-TOTAL + WS-PPN.
           ADD 1 TO WS-JML-ORDER.
           MOVE 'JUL' TO WS-GL-SUMBER.
           MOVE 'KAS-JUAL' TO WS-GL-JENIS.
           MOVE 'DEFAULT' TO WS-GL-PRODI.
           MOVE 'D' TO WS-GL-DK.
           MOVE WS-TOTAL-BAYAR TO WS-GL-JUMLAH.
           PERFORM TAMBAH-GL.
           MOVE 'PENJUALAN' TO WS-GL-JENIS.
           MOVE 'K' TO WS-GL-DK.
           MOVE WS-ORD-TOTAL TO WS-GL-JUMLAH.
           PERFORM TAMBAH-GL.
           MOVE 'PPN' TO WS-GL-JENIS.
           MOVE WS-PPN TO WS-GL-JUMLAH.
           PERFORM TAMBAH-GL.
           MOVE 'N' TO SW-ADA-ORDER.
       AMBIL-NOTA-KREDIT.
      *    Credit notes approved on the posting date reverse the
      *    revenue (late-fee revenue for a DND invoice) and PPN
      *    against the receivable; a refund the approval left owing
      *    moves from receivable to refunds payable, and a refund
      *    paid out on the posting date clears it against cash.
           OPEN INPUT KREDIT-FILE.
           IF FS-KREDIT-FILE NOT = '00'
               DISPLAY 'KREDITNT TIDAK TERBUKA, TIDAK ADA NOTA KREDIT'
           ELSE
               MOVE 'N' TO SW-HABIS
               PERFORM AMBIL-NOTA-BARIS UNTIL HABIS
               CLOSE KREDIT-FILE
           END-IF.
       AMBIL-NOTA-BARIS.
           READ KREDIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS AND KNT-DISETUJUI
               IF KNT-TGL-SETUJU = WS-TGL-POSTING
                   PERFORM POSTING-NOTA
               END-IF
               IF KNT-REFUND-DIBAYAR
                   AND KNT-TGL-REFUND = WS-TGL-POSTING
                   ADD 1 TO WS-JML-REFUND
                   MOVE 'RFB' TO WS-GL-SUMBER
                   MOVE 'UTANG-RFD' TO WS-GL-JENIS
                   MOVE 'DEFAULT' TO WS-GL-PRODI
                   MOVE 'D' TO WS-GL-DK
                   MOVE KNT-REFUND TO WS-GL-JUMLAH
                   PERFORM TAMBAH-GL
                   MOVE 'KAS' TO WS-GL-JENIS
                   MOVE 'K' TO WS-GL-DK
                   PERFORM TAMBAH-GL
               END-IF
           END-IF.
       POSTING-NOTA.
           ADD 1 TO WS-JML-NOTA.
           MOVE 'KRN' TO WS-GL-SUMBER.
           IF KNT-AR-RUN-ID(1:3) = 'DND'
               MOVE 'DENDA' TO WS-GL-JENIS
               MOVE 'DEFAULT' TO WS-GL-PRODI
           ELSE
               MOVE 'PENDAPATAN' TO WS-GL-JENIS
               MOVE KNT-PRODI TO WS-GL-PRODI
           END-IF.
           MOVE 'D' TO WS-GL-DK.
           COMPUTE WS-GL-JUMLAH = KNT-JUMLAH - KNT-PPN.
           PERFORM TAMBAH-GL.
           MOVE 'PPN' TO WS-GL-JENIS.
           MOVE 'DEFAULT' TO WS-GL-PRODI.
           MOVE KNT-PPN TO WS-GL-JUMLAH.
           PERFORM TAMBAH-GL.
           MOVE 'PIUTANG' TO WS-GL-JENIS.
           MOVE KNT-PRODI TO WS-GL-PRODI.
           MOVE 'K' TO WS-GL-DK.
           MOVE KNT-JUMLAH TO WS-GL-JUMLAH.
           PERFORM TAMBAH-GL.
           IF KNT-REFUND > 0
               MOVE 'RFD' TO WS-GL-SUMBER
               MOVE 'PIUTANG' TO WS-GL-JENIS
               MOVE KNT-PRODI TO WS-GL-PRODI
               MOVE 'D' TO WS-GL-DK
               MOVE KNT-REFUND TO WS-GL-JUMLAH
               PERFORM TAMBAH-GL
               MOVE 'UTANG-RFD' TO WS-GL-JENIS
               MOVE 'DEFAULT' TO WS-GL-PRODI
               MOVE 'K' TO WS-GL-DK
               PERFORM TAMBAH-GL
           END-IF.
       TAMBAH-GL.
      *    Adds one amount to its summary line, opening the line
      *    (and looking up its account) the first time it is seen.
           IF WS-GL-JUMLAH > 0
               MOVE 'N' TO SW-KETEMU
               PERFORM CARI-GL VARYING G FROM 1 BY 1
                   UNTIL G > WS-JML-GL OR KETEMU
               IF KETEMU
                   SUBTRACT 1 FROM G
                   ADD WS-GL-JUMLAH TO TG-JUMLAH(G)
                   ADD 1 TO TG-JML-DOK(G)
               ELSE
                   PERFORM BUKA-GL
               END-IF
           END-IF.
       CARI-GL.
           IF TG-SUMBER(G) = WS-GL-SUMBER
               AND TG-JENIS(G) = WS-GL-JENIS
               AND TG-PRODI(G) = WS-GL-PRODI
               AND TG-DK(G) = WS-GL-DK
               MOVE 'Y' TO SW-KETEMU
           END-IF.
       BUKA-GL.
           IF WS-JML-GL < 200
               PERFORM CARI-AKUN
               ADD 1 TO WS-JML-GL
               MOVE WS-GL-SUMBER TO TG-SUMBER(WS-JML-GL)
               MOVE WS-GL-JENIS TO TG-JENIS(WS-JML-GL)
               MOVE WS-GL-PRODI TO TG-PRODI(WS-JML-GL)
               MOVE WS-GL-DK TO TG-DK(WS-JML-GL)
               MOVE WS-GL-AKUN TO TG-AKUN(WS-JML-GL)
               MOVE WS-GL-JUMLAH TO TG-JUMLAH(WS-JML-GL)
               MOVE 1 TO TG-JML-DOK(WS-JML-GL)
           ELSE
               IF NOT GL-PENUH
                   MOVE 'Y' TO SW-GL-PENUH
                   DISPLAY 'TABEL JURNAL PENUH (200)'
               END-IF
           END-IF.
       CARI-AKUN.
      *    Entry type plus program of study first, then the
      *    entry type's DEFAULT row; spaces when neither exists.
           MOVE SPACES TO WS-GL-AKUN.
           MOVE 'N' TO SW-KETEMU.
           PERFORM CARI-AKUN-BARIS VARYING A FROM 1 BY 1
               UNTIL A > WS-JML-AKUN OR KETEMU.
           IF NOT KETEMU AND WS-GL-PRODI NOT = 'DEFAULT'
               PERFORM CARI-AKUN-DEFAULT VARYING A FROM 1 BY 1
                   UNTIL A > WS-JML-AKUN OR KETEMU
           END-IF.
           MOVE 'N' TO SW-KETEMU.
       CARI-AKUN-BARIS.
           IF TA-JENIS(A) = WS-GL-JENIS
               AND TA-PRODI(A) = WS-GL-PRODI
               MOVE 'Y' TO SW-KETEMU
               MOVE TA-AKUN(A) TO WS-GL-AKUN
           END-IF.
       CARI-AKUN-DEFAULT.
           IF TA-JENIS(A) = WS-GL-JENIS
               AND TA-PRODI(A) = 'DEFAULT'
               MOVE 'Y' TO SW-KETEMU
               MOVE TA-AKUN(A) TO WS-GL-AKUN
           END-IF.
       PERIKSA-JURNAL.
      *    The interface file is only produced when every line has
      *    an account and debits equal credits.
           MOVE 'Y' TO SW-JURNAL-SAH.
           MOVE SPACES TO WS-ALASAN.
           PERFORM JUMLAH-GL VARYING G FROM 1 BY 1
               UNTIL G > WS-JML-GL.
           IF GL-PENUH
               MOVE 'N' TO SW-JURNAL-SAH
               MOVE 'TABEL JURNAL PENUH (200)' TO WS-ALASAN
           ELSE
               IF WS-JML-TANPA-AKUN > 0
                   MOVE 'N' TO SW-JURNAL-SAH
                   MOVE 'ADA JUMLAH TANPA AKUN GLMAP' TO WS-ALASAN
               ELSE
                   IF WS-TOT-DEBET NOT = WS-TOT-KREDIT
                       MOVE 'N' TO SW-JURNAL-SAH
                       MOVE 'DEBET DAN KREDIT TIDAK SEIMBANG'
                           TO WS-ALASAN
                   END-IF
               END-IF
           END-IF.
       JUMLAH-GL.
           IF TG-DK(G) = 'D'
               ADD TG-JUMLAH(G) TO WS-TOT-DEBET
           ELSE
               ADD TG-JUMLAH(G) TO WS-TOT-KREDIT
           END-IF.
           IF TG-AKUN(G) = SPACES
               ADD 1 TO WS-JML-TANPA-AKUN
           END-IF.
       TULIS-REGISTER.
           MOVE TG-SUMBER(G) TO BR-SUMBER.
           IF TG-AKUN(G) = SPACES
               MOVE '*TANPA AKUN*' TO BR-AKUN
           ELSE
               MOVE TG-AKUN(G) TO BR-AKUN
           END-IF.
           MOVE TG-JENIS(G) TO BR-JENIS.
           MOVE TG-PRODI(G) TO BR-PRODI.
           MOVE TG-DK(G) TO BR-DK.
           MOVE TG-JUMLAH(G) TO BR-JUMLAH.
           MOVE TG-JML-DOK(G) TO BR-JML-DOK.
           MOVE BARIS-REGISTER TO REGISTER-GL-BARIS.
           WRITE REGISTER-GL-BARIS.
       TULIS-TOTAL.
           MOVE SPACES TO REGISTER-GL-BARIS.
           WRITE REGISTER-GL-BARIS.
           MOVE 'FAKTUR KULIAH         :' TO BJ-TEKS.
           MOVE WS-JML-FAKTUR TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'FAKTUR DENDA          :' TO BJ-TEKS.
           MOVE WS-JML-DENDA TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'PENERIMAAN            :' TO BJ-TEKS.
           MOVE WS-JML-BAYAR TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'PESANAN PENJUALAN     :' TO BJ-TEKS.
           MOVE WS-JML-ORDER TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'NOTA KREDIT DISETUJUI :' TO BJ-TEKS.
           MOVE WS-JML-NOTA TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'REFUND DIBAYAR        :' TO BJ-TEKS.
           MOVE WS-JML-REFUND TO BJ-ANGKA.
           PERFORM TULIS-JML.
           MOVE 'TOTAL DEBET           :' TO BT-TEKS.
           MOVE WS-TOT-DEBET TO BT-ANGKA.
           MOVE BARIS-TOTAL TO REGISTER-GL-BARIS.
           WRITE REGISTER-GL-BARIS.
           MOVE 'TOTAL KREDIT          :' TO BT-TEKS.
           MOVE WS-TOT-KREDIT TO BT-ANGKA.
           MOVE BARIS-TOTAL TO REGISTER-GL-BARIS.
           WRITE REGISTER-GL-BARIS.
       TULIS-JML.
           MOVE BARIS-JML TO REGISTER-GL-BARIS.
           WRITE REGISTER-GL-BARIS.
       TULIS-JURNAL.
           OPEN OUTPUT JURNAL-GL.
           MOVE 0 TO WS-MAN-JML.
           PERFORM TULIS-JURNAL-BARIS VARYING G FROM 1 BY 1
               UNTIL G > WS-JML-GL.
           CLOSE JURNAL-GL.
      *    Manifest hash: whole rupiah of the debit total, kept to
      *    the nine digits OUTMANIF carries.
           MOVE WS-TOT-DEBET TO WS-DEBET-UTUH.
           DIVIDE WS-DEBET-UTUH BY 1000000000 GIVING WS-HASH-BAGI
               REMAINDER WS-MAN-HASH.
           MOVE 'GLJURNAL' TO WS-MAN-FILE.
           PERFORM CATAT-MANIFEST.
       TULIS-JURNAL-BARIS.
           MOVE SPACES TO JURNAL-GL-RECORD.
           MOVE WS-TGL-POSTING TO GLJ-TANGGAL.
           MOVE TG-SUMBER(G) TO GLJ-SUMBER.
           MOVE TG-AKUN(G) TO GLJ-AKUN.
           MOVE TG-DK(G) TO GLJ-DK.
           MOVE TG-JUMLAH(G) TO GLJ-JUMLAH.
           MOVE TG-JML-DOK(G) TO GLJ-JML-DOK.
           MOVE TG-JENIS(G) TO GLJ-JENIS.
           MOVE TG-PRODI(G) TO GLJ-PRODI.
           MOVE WS-RUN-ID TO GLJ-RUN-ID.
           WRITE JURNAL-GL-RECORD.
           ADD 1 TO WS-MAN-JML.
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
           MOVE 'GLJRN1' TO AUD-PROGRAM.
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
           MOVE 'GLJRN1' TO BI-PROGRAM.
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
       END PROGRAM GLJRN1.
