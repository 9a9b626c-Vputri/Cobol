      *          item. VB-KONVERSI prices field E by a keyed READ on
      *          the item code and UBAH-TITIK's batch mode walks
      *          this master, so the old 200-slot HARGAFILE table
      *          and its name-prefix match are gone. Every price
      *          keyed goes to the HRGHIST price history with the
      *          date it takes effect and the operator who keyed
      *          it, so a rise can be loaded ahead of time and an
      *          old order can still be explained; HARGAMST keeps
      *          the price in force today and the history of any
      *          item can be listed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY HRGSEL.
           COPY HRHSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY HRGFD.
           COPY HRHFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-HARGA-MASTER PIC XX VALUE '00'.
       77  FS-HARGA-HISTORI PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
       77  PIL PIC 9 VALUE 0.
       77  JWB-HAPUS PIC X VALUE 'N'.
       77  WS-JML-DAFTAR PIC 9(5) VALUE 0.
       77  WS-TGL-HARI-INI PIC 9(8) VALUE 0.
       77  WS-TGL-AKHIR PIC 9(8) VALUE 99999999.
       01  WS-TGL-DIMINTA PIC X(8) VALUE SPACES.
       01  WS-TGL-DIMINTA-N REDEFINES WS-TGL-DIMINTA PIC 9(8).
       77  WS-HARGA-LAMA PIC 9(6)V99 VALUE 0.
       77  WS-HARGA-CARI PIC 9(6)V99 VALUE 0.
       77  WS-HARGA-STATUS PIC X(1) VALUE 'N'.
           88 HARGA-ADA-HISTORI VALUE 'Y'.
       77  SW-BARANG-BARU PIC X VALUE 'N'.
           88 BARANG-BARU VALUE 'Y'.
       77  SW-PERLU-AWAL PIC X VALUE 'N'.
           88 PERLU-AWAL VALUE 'Y'.
       77  SW-HABIS PIC X VALUE 'N'.
           88 HABIS VALUE 'Y'.
       01  ISIAN-HARGA.
           02 ISI-KODE PIC X(9).
           02 ISI-NAMA PIC X(20).
           02 ISI-HARGA PIC 9(6)V99.
           02 ISI-HARGA-UTUH PIC 9(6).
           02 ISI-HARGA-PECAHAN PIC 99.
           02 ISI-TGL-BERLAKU PIC 9(8).
       01  BARIS-DAFTAR.
           02 BD-KODE PIC X(9).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-NAMA PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-HARGA PIC ZZZZZ9.99.
       01  BARIS-HISTORI.
           02 BH-TGL-BERLAKU PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BH-HARGA PIC ZZZZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BH-OPERATOR PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BH-TGL-INPUT PIC 9(8).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
           DISPLAY '1. TAMBAH / UBAH BARANG'.
           DISPLAY '2. DAFTAR BARANG'.
           DISPLAY '3. HAPUS BARANG'.
           DISPLAY '4. RIWAYAT HARGA BARANG'.
           DISPLAY '5. KELUAR'.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-TAMBAH.
           IF PIL = 2 GO TO PAR2-DAFTAR.
           IF PIL = 3 GO TO PAR3-HAPUS.
           IF PIL = 4 GO TO PAR4-RIWAYAT.
           IF PIL = 5 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-TAMBAH.
           PERFORM TERIMA-KODE.
           DISPLAY 'NAMA BARANG : '.
           ACCEPT ISI-NAMA.
           PERFORM TERIMA-HARGA.
           PERFORM TERIMA-TGL-BERLAKU.
      *    An item changed for the first time since the history was
      *    kept gets its current price recorded as the opening entry.
           CALL 'HRGCARI1' USING ISI-KODE, WS-TGL-AKHIR,
               WS-HARGA-CARI, WS-HARGA-STATUS.
           MOVE 'N' TO SW-PERLU-AWAL.
           MOVE 'N' TO SW-BARANG-BARU.
           PERFORM BUKA-HARGA-IO.
           MOVE ISI-KODE TO HRG-KODE.
           READ HARGA-MASTER RECORD KEY IS HRG-KODE
               INVALID KEY
                   MOVE 'Y' TO SW-BARANG-BARU
               NOT INVALID KEY
                   MOVE HRG-HARGA TO WS-HARGA-LAMA
                   IF NOT HARGA-ADA-HISTORI
                       MOVE 'Y' TO SW-PERLU-AWAL
                   END-IF
           END-READ.
           PERFORM CATAT-HISTORI.
      *    HARGAMST carries the price in force today; a price keyed
      *    for a later date leaves it as it is until then.
           CALL 'HRGCARI1' USING ISI-KODE, WS-TGL-HARI-INI,
               WS-HARGA-CARI, WS-HARGA-STATUS.
           MOVE ISI-KODE TO HRG-KODE.
           MOVE ISI-NAMA TO HRG-NAMA.
           IF HARGA-ADA-HISTORI
               MOVE WS-HARGA-CARI TO HRG-HARGA
           ELSE
               IF BARANG-BARU
                   MOVE ISI-HARGA TO HRG-HARGA
               END-IF
           END-IF.
           IF BARANG-BARU
               WRITE HARGA-MASTER-RECORD
               MOVE 'BARANG DITAMBAHKAN' TO WS-AUDIT-AKSI
           ELSE
               REWRITE HARGA-MASTER-RECORD
               MOVE 'BARANG DIUBAH' TO WS-AUDIT-AKSI
           END-IF.
           CLOSE HARGA-MASTER.
           PERFORM CATAT-AUDIT.
           IF ISI-TGL-BERLAKU > WS-TGL-HARI-INI
               DISPLAY 'HARGA BARU BERLAKU MULAI ' ISI-TGL-BERLAKU
           END-IF.
           DISPLAY 'DATA BARANG DISIMPAN'.
           GO TO AWAL.
       PAR2-DAFTAR.
               DISPLAY 'MASTER HARGA MASIH KOSONG'
               GO TO AWAL.
           MOVE 0 TO WS-JML-DAFTAR.
           ACCEPT WS-TGL-HARI-INI FROM DATE YYYYMMDD.
           DISPLAY 'KODE       NAMA                  HARGA'.
           PERFORM TULIS-DAFTAR UNTIL FS-HARGA-MASTER = '10'.
           CLOSE HARGA-MASTER.
           END-IF.
           CLOSE HARGA-MASTER.
           GO TO AWAL.
       PAR4-RIWAYAT.
           PERFORM TERIMA-KODE.
           OPEN INPUT HARGA-HISTORI.
           IF FS-HARGA-HISTORI NOT = '00'
               DISPLAY 'RIWAYAT HARGA MASIH KOSONG'
               GO TO AWAL.
           MOVE 0 TO WS-JML-DAFTAR.
           MOVE 'N' TO SW-HABIS.
           MOVE ISI-KODE TO HRH-KODE.
           MOVE 0 TO HRH-TGL-BERLAKU.
           START HARGA-HISTORI KEY IS NOT LESS THAN HRH-KEY
               INVALID KEY MOVE 'Y' TO SW-HABIS
           END-START.
           DISPLAY 'BERLAKU       HARGA  OPERATOR  DIINPUT'.
           PERFORM TULIS-HISTORI UNTIL HABIS.
           CLOSE HARGA-HISTORI.
           DISPLAY 'JUMLAH PERUBAHAN HARGA : ' WS-JML-DAFTAR.
           MOVE 'RIWAYAT HARGA DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
               OPEN OUTPUT HARGA-MASTER
               CLOSE HARGA-MASTER
               OPEN I-O HARGA-MASTER.
       CATAT-HISTORI.
           OPEN I-O HARGA-HISTORI.
           IF FS-HARGA-HISTORI = '35'
               CLOSE HARGA-HISTORI
               OPEN OUTPUT HARGA-HISTORI
               CLOSE HARGA-HISTORI
               OPEN I-O HARGA-HISTORI
           END-IF.
           IF PERLU-AWAL
               MOVE ISI-KODE TO HRH-KODE
               MOVE 0 TO HRH-TGL-BERLAKU
               MOVE WS-HARGA-LAMA TO HRH-HARGA
               PERFORM ISI-PENCATAT-HISTORI
               WRITE HARGA-HISTORI-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
      *    A second price keyed for the same item and date replaces
      *    the first.
           MOVE ISI-KODE TO HRH-KODE.
           MOVE ISI-TGL-BERLAKU TO HRH-TGL-BERLAKU.
           MOVE ISI-HARGA TO HRH-HARGA.
           PERFORM ISI-PENCATAT-HISTORI.
           WRITE HARGA-HISTORI-RECORD
               INVALID KEY
                   REWRITE HARGA-HISTORI-RECORD
           END-WRITE.
           CLOSE HARGA-HISTORI.
       ISI-PENCATAT-HISTORI.
           MOVE WS-OPERATOR-ID TO HRH-OPERATOR.
           ACCEPT HRH-TGL-INPUT FROM DATE YYYYMMDD.
           ACCEPT HRH-JAM-INPUT FROM TIME.
       TERIMA-TGL-BERLAKU.
           ACCEPT WS-TGL-HARI-INI FROM DATE YYYYMMDD.
           DISPLAY 'BERLAKU MULAI (YYYYMMDD, SPASI = HARI INI) : '.
           ACCEPT WS-TGL-DIMINTA.
           IF WS-TGL-DIMINTA = SPACES
               MOVE WS-TGL-HARI-INI TO ISI-TGL-BERLAKU
           ELSE
               IF WS-TGL-DIMINTA NOT NUMERIC
                   DISPLAY 'TANGGAL HARUS 8 ANGKA, ULANGI'
                   MOVE 'HRH-TGL-BERLAKU' TO WS-BI-FIELD
                   MOVE WS-TGL-DIMINTA TO WS-BI-NILAI
                   MOVE 'TANGGAL BERLAKU TIDAK VALID' TO WS-BI-PESAN
                   PERFORM CATAT-BADINPUT
                   PERFORM TERIMA-TGL-BERLAKU
               ELSE
                   MOVE WS-TGL-DIMINTA-N TO ISI-TGL-BERLAKU
                   IF ISI-TGL-BERLAKU < WS-TGL-HARI-INI
                       DISPLAY 'PERHATIAN: TANGGAL BERLAKU SUDAH '
                           'LEWAT, PESANAN YANG SUDAH ADA TIDAK '
                           'BERUBAH'
                   END-IF
               END-IF
           END-IF.
       TERIMA-KODE.
           DISPLAY 'KODE BARANG (9 KARAKTER) : '.
           ACCEPT ISI-KODE.
           IF FS-HARGA-MASTER NOT = '10'
               MOVE HRG-KODE TO BD-KODE
               MOVE HRG-NAMA TO BD-NAMA
               CALL 'HRGCARI1' USING HRG-KODE, WS-TGL-HARI-INI,
                   WS-HARGA-CARI, WS-HARGA-STATUS
               IF HARGA-ADA-HISTORI
                   MOVE WS-HARGA-CARI TO BD-HARGA
               ELSE
                   MOVE HRG-HARGA TO BD-HARGA
               END-IF
               DISPLAY BARIS-DAFTAR
               ADD 1 TO WS-JML-DAFTAR
           END-IF.
       TULIS-HISTORI.
           READ HARGA-HISTORI NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               IF HRH-KODE NOT = ISI-KODE
                   MOVE 'Y' TO SW-HABIS
               ELSE
                   MOVE HRH-TGL-BERLAKU TO BH-TGL-BERLAKU
                   MOVE HRH-HARGA TO BH-HARGA
                   MOVE HRH-OPERATOR TO BH-OPERATOR
                   MOVE HRH-TGL-INPUT TO BH-TGL-INPUT
                   DISPLAY BARIS-HISTORI
                   ADD 1 TO WS-JML-DAFTAR
               END-IF
           END-IF.
       INISIALISASI-SESI.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
