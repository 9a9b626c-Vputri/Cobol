      * Author:
      * Date:
      * Purpose: One-shot layout conversion for the operator master
      *          (OPERMST), the student registry (MHSFILE) and the
      *          enrollment master (KRSFILE) after the record
      *          extensions: OPERMST gained the password date,
      *          failed-try counter and lock flag, MHSFILE gained the
      *          probation flag, KRSFILE gained the JADWAL section code.
      *          The grade master (NILAIMST) and the semester history
      *          (NILAIHST) are rebuilt for the course-code alternate
      *          keys; NILAIHST also gained the trailing semester +
      *          course key field, filled from HST-KEY. The receivables
      *          master (ARFILE) gained the PPN share and the
      *          credit-note totals: PPN is taken back out of AR-TOTAL
      *          at the 11% invoice rate (none on a DND late-fee
      *          receivable) and the credits start at zero. NILAIMST
      *          keeps its record length, so it is checked under the new
      *          SELECT first and only rebuilt when it does not open
      *          there. An old-layout file is unloaded through a work
      *          file and rebuilt in the new layout with safe defaults
      *          (password date zero = forced change at next sign-on,
      *          counters zero, all flags clear, section blank), the
      *          same unload/reload discipline as BACKUP1. A file that
      *          does not open under the old layout (already converted,
      *          or damaged) is left untouched and reported.
      *          Deliberately NOT behind OPERAUTH: once the new
      *          copybooks ship, sign-on itself cannot open an
      *          old-layout OPERMST, so this is the recovery path and
      *          must run first.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT KERJA-MHS ASSIGN TO "MHSMIGW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KERJA-MHS.
           SELECT KRS-LAMA ASSIGN TO "KRSFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KRS-L-KEY
               FILE STATUS IS FS-KRS-LAMA.
           COPY KRSSEL.
           SELECT KERJA-KRS ASSIGN TO "KRSMIGW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KERJA-KRS.
           SELECT NIL-LAMA ASSIGN TO "NILAIMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIL-L-KEY
               FILE STATUS IS FS-NIL-LAMA.
           COPY NILMSEL.
           SELECT KERJA-NIL ASSIGN TO "NILMIGW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KERJA-NIL.
           SELECT HST-LAMA ASSIGN TO "NILAIHST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-L-KEY
               FILE STATUS IS FS-HST-LAMA.
           COPY HSTSEL.
           SELECT KERJA-HST ASSIGN TO "HSTMIGW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KERJA-HST.
           SELECT AR-LAMA ASSIGN TO "ARFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-L-KEY
               FILE STATUS IS FS-AR-LAMA.
           COPY ARSEL.
           SELECT KERJA-AR ASSIGN TO "ARMIGW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-KERJA-AR.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
           02 KM-NAMA PIC X(20).
           02 KM-PRODI PIC X(10).
           02 KM-STATUS PIC X(1).
       FD  KRS-LAMA.
       01  KRS-LAMA-RECORD.
           02 KRS-L-KEY.
              03 KRS-L-NPM PIC X(8).
              03 KRS-L-KODE-MK PIC X(6).
           02 KRS-L-SEMESTER PIC X(5).
           02 KRS-L-TANGGAL PIC 9(8).
           COPY KRSFD.
       FD  KERJA-KRS.
       01  KERJA-KRS-RECORD.
           02 KK-NPM PIC X(8).
           02 KK-KODE-MK PIC X(6).
           02 KK-SEMESTER PIC X(5).
           02 KK-TANGGAL PIC 9(8).
       FD  NIL-LAMA.
       01  NIL-LAMA-RECORD.
           02 NIL-L-KEY.
              03 NIL-L-NPM PIC X(8).
              03 NIL-L-KODE-MK PIC X(6).
           02 NIL-L-DATA PIC X(59).
           COPY NILMFD.
       FD  KERJA-NIL.
       01  KERJA-NIL-RECORD.
           02 KN-KEY PIC X(14).
           02 KN-DATA PIC X(59).
       FD  HST-LAMA.
       01  HST-LAMA-RECORD.
           02 HST-L-KEY.
              03 HST-L-SEMESTER PIC X(5).
              03 HST-L-NPM PIC X(8).
              03 HST-L-KODE-MK PIC X(6).
           02 HST-L-DATA PIC X(59).
           COPY HSTFD.
       FD  KERJA-HST.
       01  KERJA-HST-RECORD.
           02 KH-KEY PIC X(19).
           02 KH-DATA PIC X(59).
       FD  AR-LAMA.
       01  AR-LAMA-RECORD.
           02 AR-L-KEY PIC X(17).
           02 AR-L-DATA PIC X(69).
           COPY ARFD.
       FD  KERJA-AR.
       01  KERJA-AR-RECORD.
           02 KA-KEY PIC X(17).
           02 KA-DATA PIC X(69).
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-MHS-LAMA PIC XX VALUE '00'.
       77  FS-MHS-FILE PIC XX VALUE '00'.
       77  FS-KERJA-MHS PIC XX VALUE '00'.
       77  FS-KRS-LAMA PIC XX VALUE '00'.
       77  FS-KRS-FILE PIC XX VALUE '00'.
       77  FS-KERJA-KRS PIC XX VALUE '00'.
       77  FS-NIL-LAMA PIC XX VALUE '00'.
       77  FS-NILAI-MASTER PIC XX VALUE '00'.
       77  FS-KERJA-NIL PIC XX VALUE '00'.
       77  FS-HST-LAMA PIC XX VALUE '00'.
       77  FS-NILAI-HISTORI PIC XX VALUE '00'.
       77  FS-KERJA-HST PIC XX VALUE '00'.
       77  FS-AR-LAMA PIC XX VALUE '00'.
       77  FS-PIUTANG-FILE PIC XX VALUE '00'.
       77  FS-KERJA-AR PIC XX VALUE '00'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
           88 HABIS VALUE 'Y'.
       77  WS-JML-OPR PIC 9(5) VALUE 0.
       77  WS-JML-MHS PIC 9(5) VALUE 0.
       77  WS-JML-KRS PIC 9(5) VALUE 0.
       77  WS-JML-NIL PIC 9(7) VALUE 0.
       77  WS-JML-HST PIC 9(7) VALUE 0.
       77  WS-JML-AR PIC 9(7) VALUE 0.
       77  WS-PPN-RATE PIC V99 VALUE .11.
       77  WS-NETO PIC 9(9)V99 VALUE 0.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM BACA-RUN-STAMP.
           DISPLAY '=========================================='.
           DISPLAY ' MIGMST1 - KONVERSI LAYOUT MASTER'.
           DISPLAY '=========================================='.
           DISPLAY 'JALANKAN SEKALI SETELAH LAYOUT BARU DIPASANG.'.
           DISPLAY 'LANJUTKAN KONVERSI ? (Y/N) : '.
           END-IF.
           PERFORM KONVERSI-OPERMST.
           PERFORM KONVERSI-MHSFILE.
           PERFORM KONVERSI-KRSFILE.
           PERFORM KONVERSI-NILAIMST.
           PERFORM KONVERSI-NILAIHST.
           PERFORM KONVERSI-ARFILE.
           DISPLAY 'KONVERSI SELESAI'.
           GOBACK.
      ******************************************************************
               WRITE MHS-FILE-RECORD
               ADD 1 TO WS-JML-MHS
           END-IF.
      ******************************************************************
      * KRSFILE: old 27-byte record -> new layout with section code
      ******************************************************************
       KONVERSI-KRSFILE.
           MOVE 'N' TO SW-HABIS.
           MOVE 0 TO WS-JML-KRS.
           OPEN INPUT KRS-LAMA.
           IF FS-KRS-LAMA = '35'
               DISPLAY 'KRSFILE TIDAK ADA, DILEWATI'
           ELSE
               IF FS-KRS-LAMA NOT = '00'
                   DISPLAY 'KRSFILE STATUS ' FS-KRS-LAMA
                       ', LAYOUT SUDAH BARU ATAU RUSAK, DILEWATI'
               ELSE
                   OPEN OUTPUT KERJA-KRS
                   PERFORM UNLOAD-KRS UNTIL HABIS
                   CLOSE KRS-LAMA
                   CLOSE KERJA-KRS
                   PERFORM RELOAD-KRS
                   DISPLAY 'KRSFILE DIKONVERSI: ' WS-JML-KRS
                       ' KRS, KELAS KOSONG'
                   MOVE 'KRSFILE DIKONVERSI LAYOUT BARU'
                       TO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
               END-IF
           END-IF.
       UNLOAD-KRS.
           READ KRS-LAMA NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               MOVE KRS-L-NPM TO KK-NPM
               MOVE KRS-L-KODE-MK TO KK-KODE-MK
               MOVE KRS-L-SEMESTER TO KK-SEMESTER
               MOVE KRS-L-TANGGAL TO KK-TANGGAL
               WRITE KERJA-KRS-RECORD
           END-IF.
       RELOAD-KRS.
           MOVE 'N' TO SW-HABIS.
           OPEN INPUT KERJA-KRS.
           OPEN OUTPUT KRS-FILE.
           PERFORM RELOAD-KRS-BARIS UNTIL HABIS.
           CLOSE KERJA-KRS.
           CLOSE KRS-FILE.
       RELOAD-KRS-BARIS.
           READ KERJA-KRS
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               MOVE SPACES TO KRS-FILE-RECORD
               MOVE KK-NPM TO KRS-NPM
               MOVE KK-KODE-MK TO KRS-KODE-MK
               MOVE KK-SEMESTER TO KRS-SEMESTER
               MOVE KK-TANGGAL TO KRS-TANGGAL
               WRITE KRS-FILE-RECORD
               ADD 1 TO WS-JML-KRS
           END-IF.
      ******************************************************************
      * NILAIMST: same 73-byte record, rebuilt with the course-code
      * alternate key
      ******************************************************************
       KONVERSI-NILAIMST.
           MOVE 'N' TO SW-HABIS.
           MOVE 0 TO WS-JML-NIL.
      *    The record length did not change, so the old SELECT would
      *    open a converted file too; try the new one first.
           OPEN INPUT NILAI-MASTER.
           IF FS-NILAI-MASTER = '00'
               CLOSE NILAI-MASTER
               DISPLAY 'NILAIMST SUDAH BERINDEKS KODE MK, DILEWATI'
           ELSE
               OPEN INPUT NIL-LAMA
               IF FS-NIL-LAMA = '35'
                   DISPLAY 'NILAIMST TIDAK ADA, DILEWATI'
               ELSE
                   IF FS-NIL-LAMA NOT = '00'
                       DISPLAY 'NILAIMST STATUS ' FS-NIL-LAMA
                           ', RUSAK, DILEWATI'
                   ELSE
                       OPEN OUTPUT KERJA-NIL
                       PERFORM UNLOAD-NIL UNTIL HABIS
                       CLOSE NIL-LAMA
                       CLOSE KERJA-NIL
                       PERFORM RELOAD-NIL
                       DISPLAY 'NILAIMST DIBANGUN ULANG: ' WS-JML-NIL
                           ' NILAI, INDEKS KODE MK DIPASANG'
                       MOVE 'NILAIMST DIBANGUN DGN INDEKS KODE MK'
                           TO WS-AUDIT-AKSI
                       PERFORM CATAT-AUDIT
                   END-IF
               END-IF
           END-IF.
       UNLOAD-NIL.
           READ NIL-LAMA NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               MOVE NIL-L-KEY TO KN-KEY
               MOVE NIL-L-DATA TO KN-DATA
               WRITE KERJA-NIL-RECORD
           END-IF.
       RELOAD-NIL.
           MOVE 'N' TO SW-HABIS.
           OPEN INPUT KERJA-NIL.
           OPEN OUTPUT NILAI-MASTER.
           PERFORM RELOAD-NIL-BARIS UNTIL HABIS.
           CLOSE KERJA-NIL.
           CLOSE NILAI-MASTER.
       RELOAD-NIL-BARIS.
           READ KERJA-NIL
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               MOVE KERJA-NIL-RECORD TO NILAI-MASTER-RECORD
               WRITE NILAI-MASTER-RECORD
               ADD 1 TO WS-JML-NIL
           END-IF.
      ******************************************************************
      * NILAIHST: old 78-byte record -> new layout with the semester
      * + course alternate key
      ******************************************************************
       KONVERSI-NILAIHST.
           MOVE 'N' TO SW-HABIS.
           MOVE 0 TO WS-JML-HST.
           OPEN INPUT HST-LAMA.
           IF FS-HST-LAMA = '35'
               DISPLAY 'NILAIHST TIDAK ADA, DILEWATI'
           ELSE
               IF FS-HST-LAMA NOT = '00'
                   DISPLAY 'NILAIHST STATUS ' FS-HST-LAMA
                       ', LAYOUT SUDAH BARU ATAU RUSAK, DILEWATI'
               ELSE
                   OPEN OUTPUT KERJA-HST
                   PERFORM UNLOAD-HST UNTIL HABIS
                   CLOSE HST-LAMA
                   CLOSE KERJA-HST
                   PERFORM RELOAD-HST
                   DISPLAY 'NILAIHST DIKONVERSI: ' WS-JML-HST
                       ' NILAI, INDEKS SEMESTER + KODE MK DIPASANG'
                   MOVE 'NILAIHST DIKONVERSI LAYOUT BARU'
                       TO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
               END-IF
           END-IF.
       UNLOAD-HST.
           READ HST-LAMA NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               MOVE HST-L-KEY TO KH-KEY
               MOVE HST-L-DATA TO KH-DATA
               WRITE KERJA-HST-RECORD
           END-IF.
       RELOAD-HST.
           MOVE 'N' TO SW-HABIS.
           OPEN INPUT KERJA-HST.
           OPEN OUTPUT NILAI-HISTORI.
           PERFORM RELOAD-HST-BARIS UNTIL HABIS.
           CLOSE KERJA-HST.
           CLOSE NILAI-HISTORI.
       RELOAD-HST-BARIS.
           READ KERJA-HST
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               MOVE KERJA-HST-RECORD TO NILAI-HISTORI-RECORD
               MOVE SEMESTER-HST TO HST-MK-SEMESTER
               MOVE KODE-MK-HST TO HST-MK-KODE
               WRITE NILAI-HISTORI-RECORD
               ADD 1 TO WS-JML-HST
           END-IF.
      ******************************************************************
      * ARFILE: old 86-byte record -> new layout with PPN share and
      * credit-note totals
      ******************************************************************
       KONVERSI-ARFILE.
           MOVE 'N' TO SW-HABIS.
           MOVE 0 TO WS-JML-AR.
           OPEN INPUT AR-LAMA.
           IF FS-AR-LAMA = '35'
               DISPLAY 'ARFILE TIDAK ADA, DILEWATI'
           ELSE
               IF FS-AR-LAMA NOT = '00'
                   DISPLAY 'ARFILE STATUS ' FS-AR-LAMA
                       ', LAYOUT SUDAH BARU ATAU RUSAK, DILEWATI'
               ELSE
                   OPEN OUTPUT KERJA-AR
                   PERFORM UNLOAD-AR UNTIL HABIS
                   CLOSE AR-LAMA
                   CLOSE KERJA-AR
                   PERFORM RELOAD-AR
                   DISPLAY 'ARFILE DIKONVERSI: ' WS-JML-AR
                       ' FAKTUR, PPN DIPISAH, KREDIT NOL'
                   MOVE 'ARFILE DIKONVERSI LAYOUT BARU'
                       TO WS-AUDIT-AKSI
                   PERFORM CATAT-AUDIT
               END-IF
           END-IF.
       UNLOAD-AR.
           READ AR-LAMA NEXT RECORD
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               MOVE AR-L-KEY TO KA-KEY
               MOVE AR-L-DATA TO KA-DATA
               WRITE KERJA-AR-RECORD
           END-IF.
       RELOAD-AR.
           MOVE 'N' TO SW-HABIS.
           OPEN INPUT KERJA-AR.
           OPEN OUTPUT PIUTANG-FILE.
           PERFORM RELOAD-AR-BARIS UNTIL HABIS.
           CLOSE KERJA-AR.
           CLOSE PIUTANG-FILE.
       RELOAD-AR-BARIS.
           READ KERJA-AR
               AT END MOVE 'Y' TO SW-HABIS.
           IF NOT HABIS
               MOVE SPACES TO PIUTANG-RECORD
               MOVE KERJA-AR-RECORD TO PIUTANG-RECORD(1:86)
      *        Tuition invoices carry PPN at the INVOICE1 rate; a
      *        TAGIH1 late fee (run-id DND...) carries none.
               IF AR-RUN-ID(1:3) = 'DND'
                   MOVE 0 TO AR-PPN
               ELSE
                   COMPUTE WS-NETO ROUNDED =
                       AR-TOTAL / (1 + WS-PPN-RATE)
                   COMPUTE AR-PPN = AR-TOTAL - WS-NETO
               END-IF
               MOVE 0 TO AR-KREDIT
               MOVE 0 TO AR-KREDIT-PPN
               WRITE PIUTANG-RECORD
               ADD 1 TO WS-JML-AR
           END-IF.
       BACA-RUN-STAMP.
           OPEN INPUT RUN-STAMP-FILE.
           IF FS-RUN-STAMP-FILE = '35'
