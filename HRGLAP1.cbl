      ******************************************************************
      * Author:
      * Date:
      * Purpose: Price-change report over the HRGHIST price history
      *          kept by HRGMNT1. For an entered range of effective
      *          dates it lists every price change that took effect
      *          in the range: item code, HARGAMST name, effective
      *          date, old price, new price, percentage change and
      *          the operator who keyed it, with counts of rises and
      *          falls at the end. The opening entry of an item
      *          (effective date zero) is a starting price, not a
      *          change, and is never listed. Written to HRGCHG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRGLAP1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HRHSEL.
           COPY HRGSEL.
           SELECT LAPORAN-HARGA-UBAH ASSIGN TO "HRGCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-HARGA-UBAH.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY HRHFD.
           COPY HRGFD.
       FD  LAPORAN-HARGA-UBAH.
       01  LAPORAN-HARGA-UBAH-BARIS PIC X(100).
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-HARGA-HISTORI PIC XX VALUE '00'.
       77  FS-HARGA-MASTER PIC XX VALUE '00'.
       77  FS-LAPORAN-HARGA-UBAH PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
       77  FS-BAD-INPUT-FILE PIC XX VALUE '00'.
       77  WS-BI-FIELD PIC X(15).
       77  WS-BI-NILAI PIC X(20).
       77  WS-BI-PESAN PIC X(30).
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
       01  WS-TGL-DIMINTA PIC X(8) VALUE SPACES.
       01  WS-TGL-DIMINTA-N REDEFINES WS-TGL-DIMINTA PIC 9(8).
       77  WS-TGL-AWAL PIC 9(8) VALUE 0.
       77  WS-TGL-AKHIR PIC 9(8) VALUE 0.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       77  SW-HARGA-TERBUKA PIC X VALUE 'N'.
           88 HARGA-TERBUKA VALUE 'Y'.
      *    The record before the current one, for the old price.
       77  WS-KODE-SEBELUM PIC X(9) VALUE SPACES.
       77  WS-HARGA-SEBELUM PIC 9(6)V99 VALUE 0.
       77  WS-KODE-TERAKHIR PIC X(9) VALUE SPACES.
       77  WS-PERSEN PIC S9(5)V99 VALUE 0.
       77  WS-JML-UBAH PIC 9(5) VALUE 0.
       77  WS-JML-BARANG PIC 9(5) VALUE 0.
       77  WS-JML-NAIK PIC 9(5) VALUE 0.
       77  WS-JML-TURUN PIC 9(5) VALUE 0.
       01  JUDUL-LAPORAN.
           02 FILLER PIC X(23) VALUE 'PERUBAHAN HARGA BERLAKU'.
           02 FILLER PIC X(1) VALUE SPACES.
           02 CETAK-TGL-AWAL PIC 9(8).
           02 FILLER PIC X(3) VALUE ' - '.
           02 CETAK-TGL-AKHIR PIC 9(8).
           02 FILLER PIC X(9) VALUE ' RUN-ID: '.
           02 CETAK-RUN-ID PIC X(12).
       01  JUDUL-KOLOM.
           02 FILLER PIC X(11) VALUE 'KODE'.
           02 FILLER PIC X(22) VALUE 'NAMA'.
           02 FILLER PIC X(10) VALUE 'BERLAKU'.
           02 FILLER PIC X(12) VALUE '  HARGA LAMA'.
           02 FILLER PIC X(12) VALUE '  HARGA BARU'.
           02 FILLER PIC X(10) VALUE '   UBAH %'.
           02 FILLER PIC X(10) VALUE '  OPERATOR'.
       01  BARIS-UBAH.
           02 BU-KODE PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BU-NAMA PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BU-TGL-BERLAKU PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BU-HARGA-LAMA PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BU-HARGA-BARU PIC ZZZ.ZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BU-PERSEN PIC -ZZZZ9,99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BU-OPERATOR PIC X(8).
       01  BARIS-JML.
           02 BJ-TEKS PIC X(26).
           02 BJ-ANGKA PIC ZZZZ9.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           MOVE 'LAPORAN PERUBAHAN HARGA DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           PERFORM TERIMA-TGL-AWAL.
           PERFORM TERIMA-TGL-AKHIR.
           OPEN INPUT HARGA-HISTORI.
           IF FS-HARGA-HISTORI NOT = '00'
               DISPLAY 'HRGHIST TIDAK TERBUKA, BELUM ADA RIWAYAT HARGA'
               GOBACK
           END-IF.
           OPEN INPUT HARGA-MASTER.
           IF FS-HARGA-MASTER = '00'
               MOVE 'Y' TO SW-HARGA-TERBUKA
           END-IF.
           OPEN OUTPUT LAPORAN-HARGA-UBAH.
           MOVE WS-TGL-AWAL TO CETAK-TGL-AWAL.
           MOVE WS-TGL-AKHIR TO CETAK-TGL-AKHIR.
           MOVE WS-RUN-ID TO CETAK-RUN-ID.
           MOVE JUDUL-LAPORAN TO LAPORAN-HARGA-UBAH-BARIS.
           WRITE LAPORAN-HARGA-UBAH-BARIS.
           MOVE JUDUL-KOLOM TO LAPORAN-HARGA-UBAH-BARIS.
           WRITE LAPORAN-HARGA-UBAH-BARIS.
           PERFORM PROSES-HISTORI UNTIL HABIS.
           CLOSE HARGA-HISTORI.
           IF HARGA-TERBUKA
               CLOSE HARGA-MASTER
           END-IF.
           PERFORM TULIS-TOTAL.
           CLOSE LAPORAN-HARGA-UBAH.
           DISPLAY 'LAPORAN DITULIS KE FILE HRGCHG, '
               WS-JML-UBAH ' PERUBAHAN HARGA'.
           MOVE 'LAPORAN PERUBAHAN HARGA SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GOBACK.
       TERIMA-TGL-AWAL.
           DISPLAY 'BERLAKU DARI TANGGAL (YYYYMMDD, SPASI = AWAL) : '.
           ACCEPT WS-TGL-DIMINTA.
           IF WS-TGL-DIMINTA = SPACES
               MOVE 1 TO WS-TGL-AWAL
           ELSE
               IF WS-TGL-DIMINTA NOT NUMERIC
                   DISPLAY 'TANGGAL HARUS 8 ANGKA, ULANGI'
                   MOVE 'WS-TGL-AWAL' TO WS-BI-FIELD
                   MOVE WS-TGL-DIMINTA TO WS-BI-NILAI
                   MOVE 'TANGGAL AWAL TIDAK VALID' TO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
                   PERFORM TERIMA-TGL-AWAL
               ELSE
                   MOVE WS-TGL-DIMINTA-N TO WS-TGL-AWAL
               END-IF
           END-IF.
       TERIMA-TGL-AKHIR.
           DISPLAY 'SAMPAI TANGGAL (YYYYMMDD, SPASI = HARI INI) : '.
           ACCEPT WS-TGL-DIMINTA.
           IF WS-TGL-DIMINTA = SPACES
               ACCEPT WS-TGL-AKHIR FROM DATE YYYYMMDD
           ELSE
               IF WS-TGL-DIMINTA NOT NUMERIC
                   DISPLAY 'TANGGAL HARUS 8 ANGKA, ULANGI'
                   MOVE 'WS-TGL-AKHIR' TO WS-BI-FIELD
                   MOVE WS-TGL-DIMINTA TO WS-BI-NILAI
                   MOVE 'TANGGAL AKHIR TIDAK VALID' TO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
                   PERFORM TERIMA-TGL-AKHIR
               ELSE
                   MOVE WS-TGL-DIMINTA-N TO WS-TGL-AKHIR
               END-IF
           END-IF.
           IF WS-TGL-AKHIR < WS-TGL-AWAL
               DISPLAY 'TANGGAL AKHIR SEBELUM TANGGAL AWAL, ULANGI'
               MOVE 'WS-TGL-AKHIR' TO WS-BI-FIELD
               MOVE WS-TGL-DIMINTA TO WS-BI-NILAI
               MOVE 'RENTANG TANGGAL TERBALIK' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-TGL-AKHIR
           END-IF.
       PROSES-HISTORI.
      *    HRGHIST is keyed on item then effective date, so the entry
      *    read just before this one for the same item holds the
      *    price this change replaced.
           READ HARGA-HISTORI NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF HRH-KODE = WS-KODE-SEBELUM
                   AND HRH-TGL-BERLAKU NOT < WS-TGL-AWAL
                   AND HRH-TGL-BERLAKU NOT > WS-TGL-AKHIR
                   PERFORM TULIS-UBAH
               END-IF
               MOVE HRH-KODE TO WS-KODE-SEBELUM
               MOVE HRH-HARGA TO WS-HARGA-SEBELUM
           END-IF.
       TULIS-UBAH.
           ADD 1 TO WS-JML-UBAH.
           IF HRH-KODE NOT = WS-KODE-TERAKHIR
               ADD 1 TO WS-JML-BARANG
               MOVE HRH-KODE TO WS-KODE-TERAKHIR
           END-IF.
           IF HRH-HARGA > WS-HARGA-SEBELUM
               ADD 1 TO WS-JML-NAIK
           END-IF.
           IF HRH-HARGA < WS-HARGA-SEBELUM
               ADD 1 TO WS-JML-TURUN
           END-IF.
           MOVE HRH-KODE TO BU-KODE.
           MOVE SPACES TO BU-NAMA.
           IF HARGA-TERBUKA
               MOVE HRH-KODE TO HRG-KODE
               READ HARGA-MASTER RECORD KEY IS HRG-KODE
                   INVALID KEY
                       MOVE '*TIDAK DI HARGAMST*' TO BU-NAMA
                   NOT INVALID KEY
                       MOVE HRG-NAMA TO BU-NAMA
               END-READ
           END-IF.
           MOVE HRH-TGL-BERLAKU TO BU-TGL-BERLAKU.
           MOVE WS-HARGA-SEBELUM TO BU-HARGA-LAMA.
           MOVE HRH-HARGA TO BU-HARGA-BARU.
           IF WS-HARGA-SEBELUM = 0
               MOVE 0 TO WS-PERSEN
           ELSE
               COMPUTE WS-PERSEN ROUNDED =
                   (HRH-HARGA - WS-HARGA-SEBELUM) * 100
                   / WS-HARGA-SEBELUM
           END-IF.
           MOVE WS-PERSEN TO BU-PERSEN.
           MOVE HRH-OPERATOR TO BU-OPERATOR.
           MOVE BARIS-UBAH TO LAPORAN-HARGA-UBAH-BARIS.
           WRITE LAPORAN-HARGA-UBAH-BARIS.
       TULIS-TOTAL.
           MOVE SPACES TO LAPORAN-HARGA-UBAH-BARIS.
           WRITE LAPORAN-HARGA-UBAH-BARIS.
           MOVE 'JUMLAH PERUBAHAN HARGA   :' TO BJ-TEKS.
           MOVE WS-JML-UBAH TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-HARGA-UBAH-BARIS.
           WRITE LAPORAN-HARGA-UBAH-BARIS.
           MOVE 'BARANG BERUBAH HARGA     :' TO BJ-TEKS.
           MOVE WS-JML-BARANG TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-HARGA-UBAH-BARIS.
           WRITE LAPORAN-HARGA-UBAH-BARIS.
           MOVE 'HARGA NAIK               :' TO BJ-TEKS.
           MOVE WS-JML-NAIK TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-HARGA-UBAH-BARIS.
           WRITE LAPORAN-HARGA-UBAH-BARIS.
           MOVE 'HARGA TURUN              :' TO BJ-TEKS.
           MOVE WS-JML-TURUN TO BJ-ANGKA.
           MOVE BARIS-JML TO LAPORAN-HARGA-UBAH-BARIS.
           WRITE LAPORAN-HARGA-UBAH-BARIS.
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
           MOVE 'HRGLAP1' TO AUD-PROGRAM.
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
           MOVE 'HRGLAP1' TO BI-PROGRAM.
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
       END PROGRAM HRGLAP1.
