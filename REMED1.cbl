      ******************************************************************
      * Author:
      * Date:
      * Purpose: Remedial exam cycle for grades NILAI1 left as
      *          MENGULANG. Option 1 builds the REMEDI roster from the
      *          NILAIMST records marked MENGULANG and prints the
      *          remedial exam list per course to REMEDLST. Option 2
      *          takes the remedial exam scores for one course: the
      *          score counts only up to the cap (BATAS-REMEDI on
      *          PARAMFIL for REMED1, default the pass mark), a remedial
      *          never lowers the original score, and the result is
      *          written back to NILAIMST as LULUS when it reaches the
      *          pass mark (NILAI-LULUS on PARAMFIL, default 70, the
      *          NILAI1 band) or GAGAL otherwise. Supervisor only, since
      *          it rewrites final grades. Every applied score is
      *          journaled to GRADEJRN with reason RMD, old image the
      *          original score, new image the remedial result, so the
      *          transcript can show the course was passed by remedial.
      *          No remedial score is taken for a graduated student
      *          (LULCEK1). Option 3 shows the roster status.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMED1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY RMDSEL.
           COPY NILMSEL.
           COPY MKSEL.
           COPY PRDSEL.
           COPY PRMSEL.
           COPY JRNSEL.
           SELECT LAPORAN-REMEDI ASSIGN TO "REMEDLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LAPORAN-REMEDI.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY RMDFD.
           COPY NILMFD.
           COPY MKFD.
           COPY PRDFD.
           COPY PRMFD.
           COPY JRNFD.
       FD  LAPORAN-REMEDI.
       01  LAPORAN-REMEDI-BARIS PIC X(80).
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-REMEDI-FILE PIC XX VALUE '00'.
       77  FS-NILAI-MASTER PIC XX VALUE '00'.
       77  FS-MK-FILE PIC XX VALUE '00'.
       77  FS-PERIODE-FILE PIC XX VALUE '00'.
       77  FS-PARAM-FILE PIC XX VALUE '00'.
       77  FS-JURNAL-FILE PIC XX VALUE '00'.
       77  FS-LAPORAN-REMEDI PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
       77  FS-RUN-STAMP-FILE PIC XX VALUE '00'.
       77  WS-SESI-DIMULAI PIC X VALUE 'N'.
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
       77  PIL PIC 9 VALUE 0.
       77  SW-PERIODE-TUTUP PIC X VALUE 'N'.
           88 PERIODE-TUTUP VALUE 'Y'.
       77  WS-SEMESTER PIC X(5) VALUE SPACES.
       77  SW-KATALOG-MK PIC X VALUE 'N'.
           88 KATALOG-MK-AKTIF VALUE 'Y'.
       77  WS-BATAS-REMEDI PIC 999V99 VALUE 70.
       77  WS-BATAS-X PIC X(3) VALUE SPACES.
       77  WS-BATAS-N PIC 9(3) VALUE 0.
       77  WS-NILAI-LULUS PIC 999V99 VALUE 70.
       77  WS-LULUS-X PIC X(3) VALUE SPACES.
       77  WS-LULUS-N PIC 9(3) VALUE 0.
       77  WS-KODE-MK PIC X(6) VALUE SPACES.
       77  WS-NILAI-UJIAN PIC 999V99 VALUE 0.
       77  WS-HASIL-LULUS PIC X(1) VALUE SPACE.
           88 NILAI-DIBEKUKAN VALUE 'Y'.
       77  WS-TGL-LULUS PIC 9(8) VALUE 0.
       77  WS-NILAI-TERBATAS PIC 999V99 VALUE 0.
       77  WS-NILAI-BARU PIC 999V99 VALUE 0.
       77  WS-KET-BARU PIC X(10) VALUE SPACES.
       77  WS-NILAI-EDIT PIC ZZ9.99.
       77  WS-JRN-NILAI-LAMA PIC X(6).
       77  WS-JRN-KET-LAMA PIC X(10).
       77  WS-JML-BARU PIC 9(4) VALUE 0.
       77  WS-JML-ADA PIC 9(4) VALUE 0.
       77  WS-JML-ISI PIC 9(4) VALUE 0.
       77  WS-JML-LULUS PIC 9(4) VALUE 0.
       77  WS-JML-DAFTAR PIC 9(4) VALUE 0.
       77  SW-TABEL-PENUH PIC X VALUE 'N'.
       77  WS-JML-RMD PIC 9(4) VALUE 0.
       01  TABEL-REMEDI.
           02 ISI-RMD OCCURS 1000 TIMES.
              03 TR-KUNCI.
                 04 TR-KODE-MK PIC X(6).
                 04 TR-NPM PIC X(8).
              03 TR-NAMA PIC X(20).
              03 TR-NILAI PIC 999V99.
       01  TUKAR-RMD.
           02 TU-KUNCI PIC X(14).
           02 TU-NAMA PIC X(20).
           02 TU-NILAI PIC 999V99.
       77  M PIC 9(4) VALUE 0.
       77  J PIC 9(4) VALUE 0.
       77  J1 PIC 9(4) VALUE 0.
       77  WS-MK-LALU PIC X(6) VALUE SPACES.
       77  WS-JML-PER-MK PIC 9(4) VALUE 0.
       01  JUDUL-REMEDI.
           02 FILLER PIC X(30)
              VALUE 'DAFTAR PESERTA UJIAN REMEDI  S'.
           02 FILLER PIC X(3) VALUE 'MT '.
           02 JR-SEMESTER PIC X(5).
           02 FILLER PIC X(11) VALUE '    RUN-ID '.
           02 JR-RUN-ID PIC X(12).
       01  BARIS-MK.
           02 FILLER PIC X(13) VALUE 'MATA KULIAH: '.
           02 BMK-KODE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BMK-NAMA PIC X(20).
       01  JUDUL-KOLOM.
           02 FILLER PIC X(30)
              VALUE '  NO  NPM       NAMA          '.
           02 FILLER PIC X(30)
              VALUE '        NILAI  NILAI REMEDI  T'.
           02 FILLER PIC X(3) VALUE 'TD '.
       01  BARIS-PESERTA.
           02 FILLER PIC X(1) VALUE SPACE.
           02 BPS-NO PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BPS-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BPS-NAMA PIC X(20).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BPS-NILAI PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE '..........'.
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(12) VALUE '............'.
       01  BARIS-TOTAL.
           02 BTO-TEKS PIC X(26).
           02 BTO-JUMLAH PIC ZZZZ9.
       01  BARIS-STATUS.
           02 BS-NPM PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BS-KODE-MK PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BS-ASAL PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BS-UJIAN PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BS-AKHIR PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BS-KET PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BS-STATUS PIC X(7).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
               PERFORM INISIALISASI-SESI
           END-IF.
           DISPLAY '========================================'.
           DISPLAY '   REMED1 - UJIAN REMEDI'.
           DISPLAY '========================================'.
           DISPLAY '1. BUAT DAFTAR REMEDI DAN CETAK'.
           DISPLAY '2. ISI NILAI REMEDI PER MATA KULIAH'.
           DISPLAY '3. STATUS DAFTAR REMEDI'.
           DISPLAY '4. KELUAR'.
           DISPLAY 'BATAS NILAI REMEDI : ' WS-BATAS-REMEDI.
           DISPLAY 'PILIHAN ANDA : '.
           ACCEPT PIL.
           IF PIL = 1 GO TO PAR1-BANGUN.
           IF PIL = 2 GO TO PAR2-ISI.
           IF PIL = 3 GO TO PAR3-STATUS.
           IF PIL = 4 GO TO AKHIR ELSE GO TO SALAH.
       PAR1-BANGUN.
           PERFORM BACA-PERIODE.
           IF PERIODE-TUTUP
               DISPLAY 'PERIODE AKADEMIK DITUTUP, DAFTAR TIDAK DIBUAT'
               MOVE 'DAFTAR DITOLAK, PERIODE TUTUP' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               GO TO AWAL
           END-IF.
           OPEN INPUT NILAI-MASTER.
           IF FS-NILAI-MASTER NOT = '00'
               DISPLAY 'NILAIMST TIDAK TERBUKA, DAFTAR TIDAK DIBUAT'
               GO TO AWAL
           END-IF.
           PERFORM BUKA-REMEDI-IO.
           MOVE 0 TO WS-JML-BARU.
           MOVE 0 TO WS-JML-ADA.
           MOVE 0 TO WS-JML-RMD.
           MOVE 'N' TO SW-TABEL-PENUH.
           PERFORM BANGUN-BARIS UNTIL FS-NILAI-MASTER = '10'.
           CLOSE NILAI-MASTER.
           CLOSE REMEDI-FILE.
           PERFORM CETAK-DAFTAR.
           DISPLAY 'DAFTAR REMEDI: ' WS-JML-BARU ' BARU, '
               WS-JML-ADA ' SUDAH ADA, LIHAT FILE REMEDLST'.
           MOVE 'DAFTAR REMEDI DIBUAT' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       PAR2-ISI.
           PERFORM BACA-PERIODE.
           IF PERIODE-TUTUP
               DISPLAY 'PERIODE AKADEMIK DITUTUP, ENTRI DITOLAK'
               MOVE 'ENTRI DITOLAK, PERIODE TUTUP' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               GO TO AWAL
           END-IF.
           OPEN I-O REMEDI-FILE.
           IF FS-REMEDI-FILE NOT = '00'
               DISPLAY 'DAFTAR REMEDI BELUM DIBUAT, PILIH MENU 1'
               GO TO AWAL
           END-IF.
           OPEN I-O NILAI-MASTER.
           IF FS-NILAI-MASTER NOT = '00'
               DISPLAY 'NILAIMST TIDAK TERBUKA, NILAI TIDAK DIISI'
               CLOSE REMEDI-FILE
               GO TO AWAL
           END-IF.
           PERFORM TERIMA-KODE-MK.
           MOVE 0 TO WS-JML-ISI.
           MOVE 0 TO WS-JML-LULUS.
           DISPLAY 'NILAI REMEDI 0-100, 999 = TIDAK IKUT / LEWATI'.
           PERFORM ISI-BARIS UNTIL FS-REMEDI-FILE = '10'.
           CLOSE REMEDI-FILE.
           CLOSE NILAI-MASTER.
           DISPLAY 'NILAI REMEDI DITERAPKAN : ' WS-JML-ISI
               '  LULUS : ' WS-JML-LULUS.
           MOVE 'NILAI REMEDI DIISI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       PAR3-STATUS.
           OPEN INPUT REMEDI-FILE.
           IF FS-REMEDI-FILE NOT = '00'
               DISPLAY 'DAFTAR REMEDI MASIH KOSONG'
               GO TO AWAL
           END-IF.
           MOVE 0 TO WS-JML-DAFTAR.
           DISPLAY 'NPM       KODEMK  ASAL    REMEDI  AKHIR   '
               'KET         STATUS'.
           PERFORM STATUS-BARIS UNTIL FS-REMEDI-FILE = '10'.
           CLOSE REMEDI-FILE.
           DISPLAY 'JUMLAH PESERTA REMEDI : ' WS-JML-DAFTAR.
           MOVE 'STATUS REMEDI DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GO TO AWAL.
       SALAH.
           DISPLAY 'MAAF ANDA SALAH INPUT'.
           MOVE 'PIL' TO WS-BI-FIELD.
           MOVE PIL TO WS-BI-NILAI.
           MOVE 'PILIHAN MENU TIDAK VALID' TO WS-BI-PESAN.
           PERFORM CATAT-BADINPUT.
           GO TO AWAL.
       BACA-PERIODE.
           MOVE 'N' TO SW-PERIODE-TUTUP.
           MOVE SPACES TO WS-SEMESTER.
           OPEN INPUT PERIODE-FILE.
           IF FS-PERIODE-FILE = '00'
               READ PERIODE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PRD-SEMESTER TO WS-SEMESTER
                       IF PRD-TUTUP
                           MOVE 'Y' TO SW-PERIODE-TUTUP
                       END-IF
               END-READ
               CLOSE PERIODE-FILE
           END-IF.
       BUKA-REMEDI-IO.
           OPEN I-O REMEDI-FILE.
           IF FS-REMEDI-FILE = '35'
               CLOSE REMEDI-FILE
               OPEN OUTPUT REMEDI-FILE
               CLOSE REMEDI-FILE
               OPEN I-O REMEDI-FILE.
       BANGUN-BARIS.
           READ NILAI-MASTER NEXT RECORD
               AT END MOVE '10' TO FS-NILAI-MASTER.
           IF FS-NILAI-MASTER NOT = '10'
               AND KETERANGAN-MST = 'MENGULANG'
               MOVE MST-KEY TO RMD-KEY
               READ REMEDI-FILE RECORD KEY IS RMD-KEY
                   INVALID KEY
                       PERFORM ISI-ROSTER
                       WRITE REMEDI-RECORD
                       ADD 1 TO WS-JML-BARU
                   NOT INVALID KEY
      *                A row left from an earlier semester is for a
      *                course since retaken; start it over.
                       IF RMD-SEMESTER NOT = WS-SEMESTER
                           PERFORM ISI-ROSTER
                           REWRITE REMEDI-RECORD
                           ADD 1 TO WS-JML-BARU
                       ELSE
                           ADD 1 TO WS-JML-ADA
                       END-IF
               END-READ
               IF RMD-BELUM
                   PERFORM SIMPAN-TABEL
               END-IF
           END-IF.
       ISI-ROSTER.
           MOVE NAMA-MST TO RMD-NAMA.
           MOVE WS-SEMESTER TO RMD-SEMESTER.
           MOVE NILAI-MST TO RMD-NILAI-ASAL.
           MOVE KETERANGAN-MST TO RMD-KET-ASAL.
           MOVE 0 TO RMD-NILAI-UJIAN.
           MOVE 0 TO RMD-NILAI-AKHIR.
           MOVE SPACES TO RMD-KET-AKHIR.
           MOVE 'B' TO RMD-STATUS.
       SIMPAN-TABEL.
           IF WS-JML-RMD < 1000
               ADD 1 TO WS-JML-RMD
               MOVE RMD-KODE-MK TO TR-KODE-MK(WS-JML-RMD)
               MOVE RMD-NPM TO TR-NPM(WS-JML-RMD)
               MOVE RMD-NAMA TO TR-NAMA(WS-JML-RMD)
               MOVE RMD-NILAI-ASAL TO TR-NILAI(WS-JML-RMD)
           ELSE
               IF SW-TABEL-PENUH = 'N'
                   MOVE 'Y' TO SW-TABEL-PENUH
                   DISPLAY 'TABEL REMEDI PENUH (1000), SISA TIDAK '
                       'DICETAK'
               END-IF
           END-IF.
       CETAK-DAFTAR.
           IF WS-JML-RMD > 1
               PERFORM URUT-LUAR VARYING M FROM 1 BY 1
                   UNTIL M >= WS-JML-RMD
           END-IF.
           OPEN INPUT MK-FILE.
           IF FS-MK-FILE = '00'
               MOVE 'Y' TO SW-KATALOG-MK
           ELSE
               MOVE 'N' TO SW-KATALOG-MK
           END-IF.
           OPEN OUTPUT LAPORAN-REMEDI.
           MOVE WS-SEMESTER TO JR-SEMESTER.
           MOVE WS-RUN-ID TO JR-RUN-ID.
           MOVE JUDUL-REMEDI TO LAPORAN-REMEDI-BARIS.
           WRITE LAPORAN-REMEDI-BARIS.
           MOVE SPACES TO WS-MK-LALU.
           PERFORM CETAK-PESERTA VARYING M FROM 1 BY 1
               UNTIL M > WS-JML-RMD.
           MOVE SPACES TO LAPORAN-REMEDI-BARIS.
           WRITE LAPORAN-REMEDI-BARIS.
           MOVE 'PESERTA REMEDI           :' TO BTO-TEKS.
           MOVE WS-JML-RMD TO BTO-JUMLAH.
           MOVE BARIS-TOTAL TO LAPORAN-REMEDI-BARIS.
           WRITE LAPORAN-REMEDI-BARIS.
           CLOSE LAPORAN-REMEDI.
           IF KATALOG-MK-AKTIF
               CLOSE MK-FILE
           END-IF.
       URUT-LUAR.
           PERFORM URUT-DALAM VARYING J FROM 1 BY 1
               UNTIL J > WS-JML-RMD - M.
       URUT-DALAM.
           COMPUTE J1 = J + 1.
           IF TR-KUNCI(J) > TR-KUNCI(J1)
               MOVE ISI-RMD(J) TO TUKAR-RMD
               MOVE ISI-RMD(J1) TO ISI-RMD(J)
               MOVE TUKAR-RMD TO ISI-RMD(J1)
           END-IF.
       CETAK-PESERTA.
           IF TR-KODE-MK(M) NOT = WS-MK-LALU
               MOVE TR-KODE-MK(M) TO WS-MK-LALU
               MOVE 0 TO WS-JML-PER-MK
               MOVE TR-KODE-MK(M) TO BMK-KODE
               MOVE SPACES TO BMK-NAMA
               IF KATALOG-MK-AKTIF
                   MOVE TR-KODE-MK(M) TO MK-KODE
                   READ MK-FILE RECORD KEY IS MK-KODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MK-NAMA TO BMK-NAMA
                   END-READ
               END-IF
               MOVE SPACES TO LAPORAN-REMEDI-BARIS
               WRITE LAPORAN-REMEDI-BARIS
               MOVE BARIS-MK TO LAPORAN-REMEDI-BARIS
               WRITE LAPORAN-REMEDI-BARIS
               MOVE JUDUL-KOLOM TO LAPORAN-REMEDI-BARIS
               WRITE LAPORAN-REMEDI-BARIS
           END-IF.
           ADD 1 TO WS-JML-PER-MK.
           MOVE WS-JML-PER-MK TO BPS-NO.
           MOVE TR-NPM(M) TO BPS-NPM.
           MOVE TR-NAMA(M) TO BPS-NAMA.
           MOVE TR-NILAI(M) TO BPS-NILAI.
           MOVE BARIS-PESERTA TO LAPORAN-REMEDI-BARIS.
           WRITE LAPORAN-REMEDI-BARIS.
       TERIMA-KODE-MK.
           DISPLAY 'KODE MK : '.
           ACCEPT WS-KODE-MK.
           IF WS-KODE-MK = SPACES
               DISPLAY 'KODE MK TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'KODE-MK' TO WS-BI-FIELD
               MOVE WS-KODE-MK TO WS-BI-NILAI
               MOVE 'KODE MK KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-KODE-MK.
       ISI-BARIS.
           READ REMEDI-FILE NEXT RECORD
               AT END MOVE '10' TO FS-REMEDI-FILE.
           IF FS-REMEDI-FILE NOT = '10'
               AND RMD-KODE-MK = WS-KODE-MK
               AND RMD-BELUM
               MOVE RMD-NILAI-ASAL TO WS-NILAI-EDIT
               DISPLAY RMD-NPM ' ' RMD-NAMA ' NILAI ASAL '
                   WS-NILAI-EDIT
               CALL 'LULCEK1' USING RMD-NPM, WS-HASIL-LULUS,
                   WS-TGL-LULUS
               IF NILAI-DIBEKUKAN
                   DISPLAY '   SUDAH LULUS ' WS-TGL-LULUS
                       ', NILAI DIBEKUKAN, DILEWATI'
               ELSE
                   PERFORM TERIMA-NILAI-UJIAN
                   IF WS-NILAI-UJIAN NOT = 999
                       PERFORM TERAPKAN-REMEDI
                   END-IF
               END-IF
           END-IF.
       TERIMA-NILAI-UJIAN.
           DISPLAY '   NILAI REMEDI : '.
           ACCEPT WS-NILAI-UJIAN.
           IF WS-NILAI-UJIAN > 100 AND WS-NILAI-UJIAN NOT = 999
               DISPLAY 'NILAI HARUS 0 - 100 ATAU 999, ULANGI'
               MOVE 'NILAI-REMEDI' TO WS-BI-FIELD
               MOVE RMD-NPM TO WS-BI-NILAI
               MOVE 'NILAI DILUAR RENTANG 0-100' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-NILAI-UJIAN.
       TERAPKAN-REMEDI.
      *    The remedial score counts up to the cap only, and never
      *    takes the student below the score they already had. A
      *    remedial sat and still short of the pass mark is GAGAL:
      *    the one remedial chance for the course is used.
           MOVE RMD-KEY TO MST-KEY.
           READ NILAI-MASTER RECORD KEY IS MST-KEY
               INVALID KEY
                   DISPLAY '   NILAIMST TIDAK ADA, DILEWATI'
               NOT INVALID KEY
                   IF KETERANGAN-MST NOT = 'MENGULANG'
                       DISPLAY '   NILAIMST BUKAN MENGULANG LAGI ('
                           KETERANGAN-MST '), DILEWATI'
                   ELSE
                       PERFORM HITUNG-REMEDI
                       PERFORM SIMPAN-REMEDI
                   END-IF
           END-READ.
       HITUNG-REMEDI.
           IF WS-NILAI-UJIAN > WS-BATAS-REMEDI
               MOVE WS-BATAS-REMEDI TO WS-NILAI-TERBATAS
           ELSE
               MOVE WS-NILAI-UJIAN TO WS-NILAI-TERBATAS
           END-IF.
           IF WS-NILAI-TERBATAS > NILAI-MST
               MOVE WS-NILAI-TERBATAS TO WS-NILAI-BARU
           ELSE
               MOVE NILAI-MST TO WS-NILAI-BARU
           END-IF.
           IF WS-NILAI-BARU >= WS-NILAI-LULUS
               MOVE 'LULUS' TO WS-KET-BARU
           ELSE
               MOVE 'GAGAL' TO WS-KET-BARU
           END-IF.
       SIMPAN-REMEDI.
           MOVE NILAI-MST TO WS-NILAI-EDIT.
           MOVE WS-NILAI-EDIT TO WS-JRN-NILAI-LAMA.
           MOVE KETERANGAN-MST TO WS-JRN-KET-LAMA.
           MOVE WS-NILAI-BARU TO NILAI-MST.
           MOVE WS-KET-BARU TO KETERANGAN-MST.
           REWRITE NILAI-MASTER-RECORD.
           PERFORM CATAT-JURNAL.
           MOVE WS-NILAI-UJIAN TO RMD-NILAI-UJIAN.
           MOVE WS-NILAI-BARU TO RMD-NILAI-AKHIR.
           MOVE WS-KET-BARU TO RMD-KET-AKHIR.
           MOVE 'S' TO RMD-STATUS.
           REWRITE REMEDI-RECORD.
           ADD 1 TO WS-JML-ISI.
           IF WS-KET-BARU = 'LULUS'
               ADD 1 TO WS-JML-LULUS
           END-IF.
           MOVE WS-NILAI-BARU TO WS-NILAI-EDIT.
           DISPLAY '   NILAI AKHIR ' WS-NILAI-EDIT ' ' WS-KET-BARU.
           MOVE 'NILAI REMEDI DITERAPKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
       CATAT-JURNAL.
           MOVE SPACES TO JURNAL-RECORD.
           ACCEPT JRN-TANGGAL FROM DATE YYYYMMDD.
           ACCEPT JRN-JAM FROM TIME.
           MOVE WS-OPERATOR-ID TO JRN-OPERATOR.
           MOVE WS-RUN-ID TO JRN-RUN-ID.
           MOVE 'REMED1' TO JRN-PROGRAM.
           MOVE RMD-NPM TO JRN-NPM.
           MOVE RMD-KODE-MK TO JRN-KODE-MK.
           MOVE WS-JRN-NILAI-LAMA TO JRN-NILAI-LAMA.
           MOVE WS-JRN-KET-LAMA TO JRN-KET-LAMA.
           MOVE WS-NILAI-BARU TO WS-NILAI-EDIT.
           MOVE WS-NILAI-EDIT TO JRN-NILAI-BARU.
           MOVE WS-KET-BARU TO JRN-KET-BARU.
           MOVE 'RMD' TO JRN-ALASAN.
           MOVE 'U' TO JRN-JENIS.
           PERFORM ISI-JURNAL-MST.
           OPEN EXTEND JURNAL-FILE.
           IF FS-JURNAL-FILE = '35'
               OPEN OUTPUT JURNAL-FILE
               CLOSE JURNAL-FILE
               OPEN EXTEND JURNAL-FILE
           END-IF.
           WRITE JURNAL-RECORD.
           CLOSE JURNAL-FILE.
       ISI-JURNAL-MST.
      *    NILAIMST record as it stands after the change, so the
      *    entry can be replayed onto a restored master.
           MOVE 'NILAIMST' TO JRN-MASTER.
           MOVE NAMA-MST TO JRN-NAMA-BARU.
           MOVE NILAI-TUGAS-MST TO JRN-TUGAS-BARU.
           MOVE NILAI-UTS-MST TO JRN-UTS-BARU.
           MOVE NILAI-UAS-MST TO JRN-UAS-BARU.
           MOVE BOBOT-TUGAS-MST TO JRN-BOBOT-TUGAS-BARU.
           MOVE BOBOT-UTS-MST TO JRN-BOBOT-UTS-BARU.
           MOVE BOBOT-UAS-MST TO JRN-BOBOT-UAS-BARU.
       STATUS-BARIS.
           READ REMEDI-FILE NEXT RECORD
               AT END MOVE '10' TO FS-REMEDI-FILE.
           IF FS-REMEDI-FILE NOT = '10'
               MOVE RMD-NPM TO BS-NPM
               MOVE RMD-KODE-MK TO BS-KODE-MK
               MOVE RMD-NILAI-ASAL TO BS-ASAL
               MOVE RMD-NILAI-UJIAN TO BS-UJIAN
               MOVE RMD-NILAI-AKHIR TO BS-AKHIR
               MOVE RMD-KET-AKHIR TO BS-KET
               IF RMD-SELESAI
                   MOVE 'SELESAI' TO BS-STATUS
               ELSE
                   MOVE 'BELUM' TO BS-STATUS
               END-IF
               DISPLAY BARIS-STATUS
               ADD 1 TO WS-JML-DAFTAR
           END-IF.
       AMBIL-NILAI-LULUS.
      *    NILAI-LULUS on PARAMFIL is a three-digit whole score,
      *    zero padded (e.g. 070), the same form as BATAS-REMEDI.
           MOVE 'NILAI-LULUS' TO WS-PARAM-KUNCI.
           PERFORM AMBIL-PARAM.
           IF PARAM-ADA
               MOVE WS-PARAM-NILAI(1:3) TO WS-LULUS-X
               IF WS-LULUS-X NUMERIC
                   MOVE WS-LULUS-X TO WS-LULUS-N
                   IF WS-LULUS-N <= 100
                       MOVE WS-LULUS-N TO WS-NILAI-LULUS
                   END-IF
               END-IF
           END-IF.
           MOVE WS-NILAI-LULUS TO WS-BATAS-REMEDI.
       AMBIL-BATAS-REMEDI.
      *    BATAS-REMEDI on PARAMFIL is a three-digit whole score,
      *    zero padded (e.g. 070); without it the cap is the pass
      *    mark itself.
           MOVE 'BATAS-REMEDI' TO WS-PARAM-KUNCI.
           PERFORM AMBIL-PARAM.
           IF PARAM-ADA
               MOVE WS-PARAM-NILAI(1:3) TO WS-BATAS-X
               IF WS-BATAS-X NUMERIC
                   MOVE WS-BATAS-X TO WS-BATAS-N
                   IF WS-BATAS-N <= 100
                       MOVE WS-BATAS-N TO WS-BATAS-REMEDI
                   END-IF
               END-IF
           END-IF.
       INISIALISASI-SESI.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           PERFORM KUNCI-MASTER.
           IF NOT OPERATOR-SUPERVISOR
               DISPLAY 'HANYA SUPERVISOR BOLEH MENGISI REMEDI, BERHENTI'
               MOVE 'AKSES REMED1 DITOLAK' TO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
               PERFORM LEPAS-MASTER
               GOBACK
           END-IF.
           PERFORM MUAT-PARAM.
           PERFORM AMBIL-NILAI-LULUS.
           PERFORM AMBIL-BATAS-REMEDI.
           MOVE 'Y' TO WS-SESI-DIMULAI.
       KUNCI-MASTER.
      *    Shared lock convention for the indexed masters: take a
      *    named lock per file on the way in, release on the way
      *    out. LOCKMGR1 names the holding operator and run-id
      *    when a lock is refused.
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
           MOVE 'REMED1' TO AUD-PROGRAM.
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
           MOVE 'REMED1' TO BI-PROGRAM.
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
               AND PRM-PROGRAM = 'REMED1'
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
       END PROGRAM REMED1.
