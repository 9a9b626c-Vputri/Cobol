      * Purpose: Maintenance for the course catalog master (MKFILE):
      *          add or change a course (code, name, SKS credit
      *          hours, lecturer), list the catalog, and remove a
      *          course. The lecturer is keyed by DOSENMST lecturer
      *          ID and must be an active lecturer there whenever the
      *          lecturer master is open. NILAI1, NILAIBT1 and
      *          KOREKSI1 validate every keyed KODE-MK against this
      *          file, the same way MHSREG1's registry backs
      *          TERIMA-NPM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY MKSEL.
           COPY DSNSEL.
           COPY AUDITSEL.
           COPY BADINSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY MKFD.
           COPY DSNFD.
           COPY AUDITFD.
           COPY BADINFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-MK-FILE PIC XX VALUE '00'.
       77  FS-DOSEN-FILE PIC XX VALUE '00'.
       77  SW-MASTER-DOSEN PIC X VALUE 'N'.
           88 MASTER-DOSEN-AKTIF VALUE 'Y'.
       77  SW-DOSEN-ADA PIC X VALUE 'N'.
           88 DOSEN-ADA VALUE 'Y'.
           88 DOSEN-TIDAK-ADA VALUE 'N'.
       77  FS-AUDIT-FILE PIC XX VALUE '00'.
       77  WS-AUDIT-AKSI PIC X(40).
       77  WS-AUDIT-URUT PIC 9(7) VALUE 0.
           02 ISI-KODE PIC X(6).
           02 ISI-NAMA PIC X(20).
           02 ISI-SKS PIC 9(2).
           02 ISI-DOSEN PIC X(8).
       01  BARIS-DAFTAR.
           02 BD-KODE PIC X(6).
           02 FILLER PIC X(2) VALUE SPACES.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-SKS PIC Z9.
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-DOSEN PIC X(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 BD-NAMA-DOSEN PIC X(30).
       PROCEDURE DIVISION.
       AWAL.
           IF WS-SESI-DIMULAI = 'N'
           DISPLAY 'NAMA MATA KULIAH : '.
           ACCEPT ISI-NAMA.
           PERFORM TERIMA-SKS.
           PERFORM BUKA-MASTER-DOSEN.
           PERFORM TERIMA-DOSEN.
           IF MASTER-DOSEN-AKTIF
               CLOSE DOSEN-FILE
           END-IF.
           MOVE ISI-KODE TO MK-KODE.
           READ MK-FILE RECORD KEY IS MK-KODE
               INVALID KEY
                   PERFORM PINDAH-ISIAN
                   WRITE MK-FILE-RECORD
                   MOVE 'MATA KULIAH DITAMBAHKAN' TO WS-AUDIT-AKSI
               NOT INVALID KEY
                   PERFORM PINDAH-ISIAN
                   REWRITE MK-FILE-RECORD
                   MOVE 'MATA KULIAH DIUBAH' TO WS-AUDIT-AKSI
           END-READ.
               DISPLAY 'KATALOG MASIH KOSONG'
               GO TO AWAL.
           MOVE 0 TO WS-JML-DAFTAR.
           PERFORM BUKA-MASTER-DOSEN.
           DISPLAY 'KODE    NAMA                  SKS  DOSEN     '
               'NAMA DOSEN'.
           PERFORM TULIS-DAFTAR UNTIL FS-MK-FILE = '10'.
           CLOSE MK-FILE.
           IF MASTER-DOSEN-AKTIF
               CLOSE DOSEN-FILE
           END-IF.
           DISPLAY 'JUMLAH MATA KULIAH : ' WS-JML-DAFTAR.
           MOVE 'DAFTAR MATA KULIAH DITAMPILKAN' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
               OPEN OUTPUT MK-FILE
               CLOSE MK-FILE
               OPEN I-O MK-FILE.
       BUKA-MASTER-DOSEN.
           OPEN INPUT DOSEN-FILE.
           IF FS-DOSEN-FILE = '00'
               MOVE 'Y' TO SW-MASTER-DOSEN
           ELSE
               MOVE 'N' TO SW-MASTER-DOSEN
               DISPLAY 'MASTER DOSENMST TIDAK TERBUKA, '
                   'DOSEN TIDAK DIPERIKSA'
           END-IF.
       PINDAH-ISIAN.
      *    The whole record is rebuilt so nothing of the old free-text
      *    lecturer name survives behind the lecturer ID.
           MOVE SPACES TO MK-FILE-RECORD.
           MOVE ISI-KODE TO MK-KODE.
           MOVE ISI-NAMA TO MK-NAMA.
           MOVE ISI-SKS TO MK-SKS.
           MOVE ISI-DOSEN TO MK-DOSEN-ID.
       TERIMA-DOSEN.
           DISPLAY 'ID DOSEN PENGAMPU : '.
           ACCEPT ISI-DOSEN.
           IF ISI-DOSEN = SPACES
               DISPLAY 'ID DOSEN TIDAK BOLEH KOSONG, ULANGI'
               MOVE 'MK-DOSEN' TO WS-BI-FIELD
               MOVE ISI-DOSEN TO WS-BI-NILAI
               MOVE 'ID DOSEN KOSONG' TO WS-BI-PESAN
               PERFORM CATAT-BADINPUT
               PERFORM TERIMA-DOSEN
           ELSE
               IF MASTER-DOSEN-AKTIF
                   PERFORM CARI-DOSEN
                   IF DOSEN-TIDAK-ADA
                       DISPLAY 'ID DOSEN TIDAK TERDAFTAR / NONAKTIF, '
                           'ULANGI'
                       MOVE 'MK-DOSEN' TO WS-BI-FIELD
                       MOVE ISI-DOSEN TO WS-BI-NILAI
                       MOVE 'DOSEN TIDAK DI DOSENMST' TO WS-BI-PESAN
                       PERFORM CATAT-BADINPUT
                       PERFORM TERIMA-DOSEN
                   ELSE
                       DISPLAY 'DOSEN : ' DSN-NAMA
                   END-IF
               END-IF
           END-IF.
       CARI-DOSEN.
           MOVE ISI-DOSEN TO DSN-ID.
           MOVE 'N' TO SW-DOSEN-ADA.
           READ DOSEN-FILE RECORD KEY IS DSN-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DSN-AKTIF
                       MOVE 'Y' TO SW-DOSEN-ADA
                   END-IF
           END-READ.
       TERIMA-KODE.
           DISPLAY 'KODE MK : '.
           ACCEPT ISI-KODE.
               MOVE MK-KODE TO BD-KODE
               MOVE MK-NAMA TO BD-NAMA
               MOVE MK-SKS TO BD-SKS
               MOVE MK-DOSEN-ID TO BD-DOSEN
               MOVE SPACES TO BD-NAMA-DOSEN
               IF MASTER-DOSEN-AKTIF
                   MOVE MK-DOSEN-ID TO DSN-ID
                   READ DOSEN-FILE RECORD KEY IS DSN-ID
                       INVALID KEY
                           MOVE '** TIDAK DI DOSENMST **'
                               TO BD-NAMA-DOSEN
                       NOT INVALID KEY
                           MOVE DSN-NAMA TO BD-NAMA-DOSEN
                   END-READ
               END-IF
               DISPLAY BARIS-DAFTAR
               ADD 1 TO WS-JML-DAFTAR
           END-IF.
