      ******************************************************************
      * Author:
      * Date:
      * Purpose: Read-only verification desk for issued documents.
      *          When an employer or another university phones to
      *          check a transcript, the desk keys the document
      *          number printed on it; the DOKREG register entry is
      *          shown (NPM, name, date and time issued, issuing
      *          operator, course count, SKS, IPK printed and check
      *          value). When the caller reads out the check value
      *          printed in the footer it is compared with the
      *          register, so the desk can confirm or reject the
      *          document. There is no REWRITE path: DOKREG is
      *          opened INPUT per lookup and every lookup is logged
      *          to AUDITLOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOKVER1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY DOKSEL.
           COPY AUDITSEL.
           COPY RUNSEL.
       DATA DIVISION.
       FILE SECTION.
           COPY DOKFD.
           COPY AUDITFD.
           COPY RUNFD.
       WORKING-STORAGE SECTION.
       77  FS-DOKUMEN-FILE PIC XX VALUE '00'.
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
       77  JWB-LAGI PIC X VALUE 'Y'.
       77  WS-NOMOR-DOK PIC 9(7) VALUE 0.
       77  WS-CEK-DOK PIC 9(9) VALUE 0.
       77  WS-HASIL PIC X(12) VALUE SPACES.
       77  WS-IPK-EDIT PIC 9.99.
       PROCEDURE DIVISION.
       AWAL.
           PERFORM TERIMA-OPERATOR.
           PERFORM BACA-RUN-STAMP.
           MOVE 'MEJA VERIFIKASI DIMULAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           MOVE 'Y' TO JWB-LAGI.
           PERFORM SATU-VERIFIKASI
               UNTIL JWB-LAGI = 'N' OR JWB-LAGI = 'n'.
           MOVE 'MEJA VERIFIKASI SELESAI' TO WS-AUDIT-AKSI.
           PERFORM CATAT-AUDIT.
           GOBACK.
       SATU-VERIFIKASI.
           DISPLAY '========================================'.
           DISPLAY 'NO DOKUMEN : '.
           ACCEPT WS-NOMOR-DOK.
           IF WS-NOMOR-DOK = 0
               DISPLAY 'NO DOKUMEN TIDAK BOLEH KOSONG'
           ELSE
               PERFORM TAMPIL-DOKUMEN
      *        The access trail must say which document was checked
      *        and what the desk was told.
               MOVE SPACES TO WS-AUDIT-AKSI
               STRING 'VERIFIKASI DOK ' DELIMITED BY SIZE
                   WS-NOMOR-DOK DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-HASIL DELIMITED BY SIZE
                   INTO WS-AUDIT-AKSI
               PERFORM CATAT-AUDIT
           END-IF.
           DISPLAY 'VERIFIKASI DOKUMEN LAIN ? (Y/N) : '.
           ACCEPT JWB-LAGI.
       TAMPIL-DOKUMEN.
           MOVE 'TIDAK ADA' TO WS-HASIL.
           OPEN INPUT DOKUMEN-FILE.
           IF FS-DOKUMEN-FILE NOT = '00'
               DISPLAY 'REGISTER DOKREG TIDAK TERBUKA'
           ELSE
               MOVE WS-NOMOR-DOK TO DOK-NOMOR
               READ DOKUMEN-FILE RECORD KEY IS DOK-NOMOR
                   INVALID KEY
                       DISPLAY 'NO DOKUMEN TIDAK PERNAH DITERBITKAN,'
                           ' DOKUMEN DITOLAK'
                   NOT INVALID KEY
                       PERFORM TAMPIL-ISI-DOKUMEN
                       PERFORM COCOKKAN-CEK
               END-READ
               CLOSE DOKUMEN-FILE
           END-IF.
       TAMPIL-ISI-DOKUMEN.
           MOVE DOK-IPK TO WS-IPK-EDIT.
           DISPLAY 'JENIS      : ' DOK-JENIS.
           DISPLAY 'NPM        : ' DOK-NPM.
           DISPLAY 'NAMA       : ' DOK-NAMA.
           DISPLAY 'TERBIT     : ' DOK-TANGGAL ' JAM ' DOK-JAM(1:4).
           DISPLAY 'OPERATOR   : ' DOK-OPERATOR
               '  RUN-ID ' DOK-RUN-ID.
           DISPLAY 'JUMLAH MK  : ' DOK-JML-MK
               '  TOTAL SKS ' DOK-TOTAL-SKS.
           DISPLAY 'IPK        : ' WS-IPK-EDIT.
           DISPLAY 'KODE CEK   : ' DOK-NOMOR '-' DOK-CEK.
       COCOKKAN-CEK.
           MOVE 'DITAMPILKAN' TO WS-HASIL.
           DISPLAY 'KODE CEK PADA DOKUMEN (9 ANGKA, 0 = LEWATI) : '.
           ACCEPT WS-CEK-DOK.
           IF WS-CEK-DOK NOT = 0
               IF WS-CEK-DOK = DOK-CEK
                   MOVE 'SAH' TO WS-HASIL
                   DISPLAY 'KODE CEK COCOK, DOKUMEN SAH'
               ELSE
                   MOVE 'TIDAK COCOK' TO WS-HASIL
                   DISPLAY 'KODE CEK TIDAK COCOK, DOKUMEN DITOLAK'
               END-IF
           END-IF.
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
           MOVE 'DOKVER1' TO AUD-PROGRAM.
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
       END PROGRAM DOKVER1.
