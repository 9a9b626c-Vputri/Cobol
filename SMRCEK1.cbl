      ******************************************************************
      * Author:
      * Date:
      * Purpose: Personal-data masking rule. CALLed with the output
      *          (inquiry program or extract name), the viewer's role
      *          ('*' for an extract), a field name, the student's
      *          NPM and the field's value as text; looks the rule up
      *          on the SAMARAN master - the role's own rule first,
      *          then the output's '*' rule - and masks the value in
      *          place, returning the action taken: T clear, S partly
      *          starred, K left out (value spaces), P replaced by the
      *          student's pseudonymous id from PSEUDONIM, handed out
      *          here the first time it is needed. Without a rule
      *          (or without SAMARAN) the least-privilege default
      *          applies: supervisors and extracts see the field in
      *          clear, any other role gets a partial NPM and diploma
      *          number and no component scores. INQNIL1, TUGAS1,
      *          LULUS1 and PDDEXT1 all go through here so the rule
      *          is kept in one place.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SMRCEK1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY SMRSEL.
           COPY PSNSEL.
           SELECT URUT-FILE ASSIGN TO "PSNSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-URUT-FILE.
       DATA DIVISION.
       FILE SECTION.
           COPY SMRFD.
           COPY PSNFD.
       FD  URUT-FILE.
       01  URUT-RECORD.
           02 SEQ-TERAKHIR PIC 9(7).
       WORKING-STORAGE SECTION.
       77  FS-SAMARAN-FILE PIC XX VALUE '00'.
       77  FS-PSEUDONIM-FILE PIC XX VALUE '00'.
       77  FS-URUT-FILE PIC XX VALUE '00'.
       77  WS-PERAN-CARI PIC X(1) VALUE SPACE.
       77  WS-TERAKHIR PIC 9(7) VALUE 0.
       77  WS-PANJANG PIC 9(2) VALUE 0.
       77  P PIC 9(2) VALUE 0.
       01  WS-PSN-BUILD.
           02 FILLER PIC X(1) VALUE 'P'.
           02 WS-PSN-NOMOR PIC 9(7).
       LINKAGE SECTION.
       01  L-KELUARAN PIC X(8).
       01  L-PERAN PIC X(1).
       01  L-MEDAN PIC X(8).
       01  L-NPM PIC X(8).
       01  L-NILAI PIC X(20).
       01  L-AKSI PIC X(1).
       PROCEDURE DIVISION USING L-KELUARAN, L-PERAN, L-MEDAN,
           L-NPM, L-NILAI, L-AKSI.
       MULAI.
           MOVE SPACE TO L-AKSI.
           OPEN INPUT SAMARAN-FILE.
           IF FS-SAMARAN-FILE = '00'
               MOVE L-PERAN TO WS-PERAN-CARI
               PERFORM BACA-ATURAN
               IF L-AKSI = SPACE AND L-PERAN NOT = '*'
                   MOVE '*' TO WS-PERAN-CARI
                   PERFORM BACA-ATURAN
               END-IF
               CLOSE SAMARAN-FILE
           END-IF.
           IF L-AKSI = SPACE
               PERFORM ATURAN-BAKU
           END-IF.
      *    A pseudonym only stands in for the identity fields, and
      *    needs the NPM it is kept under.
           IF L-AKSI = 'P'
               AND ((L-MEDAN NOT = 'NPM' AND L-MEDAN NOT = 'NAMA')
                   OR L-NPM = SPACES)
               MOVE 'K' TO L-AKSI
           END-IF.
           IF L-AKSI = 'S'
               PERFORM SAMARKAN-SEBAGIAN
           ELSE
               IF L-AKSI = 'K'
                   MOVE SPACES TO L-NILAI
               ELSE
                   IF L-AKSI = 'P'
                       PERFORM AMBIL-PSEUDONIM
                   ELSE
                       MOVE 'T' TO L-AKSI
                   END-IF
               END-IF
           END-IF.
           GOBACK.
       BACA-ATURAN.
           MOVE L-KELUARAN TO SMR-KELUARAN.
           MOVE WS-PERAN-CARI TO SMR-PERAN.
           MOVE L-MEDAN TO SMR-MEDAN.
           READ SAMARAN-FILE RECORD KEY IS SMR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SMR-AKSI-SAH
                       MOVE SMR-AKSI TO L-AKSI
                   END-IF
           END-READ.
       ATURAN-BAKU.
           IF L-PERAN = 'S' OR L-PERAN = '*'
               MOVE 'T' TO L-AKSI
           ELSE
               IF L-MEDAN = 'NPM' OR L-MEDAN = 'IJAZAH'
                   MOVE 'S' TO L-AKSI
               ELSE
                   IF L-MEDAN = 'KOMPONEN'
                       MOVE 'K' TO L-AKSI
                   ELSE
                       MOVE 'T' TO L-AKSI
                   END-IF
               END-IF
           END-IF.
       SAMARKAN-SEBAGIAN.
      *    The first two and last two characters stay readable (one
      *    leading character on a value of four or fewer); the rest
      *    is starred, blanks inside a name left as they are.
           MOVE 0 TO WS-PANJANG.
           PERFORM CARI-UJUNG VARYING P FROM 20 BY -1
               UNTIL P < 1 OR WS-PANJANG > 0.
           IF WS-PANJANG > 4
               PERFORM BINTANGI VARYING P FROM 3 BY 1
                   UNTIL P > WS-PANJANG - 2
           ELSE
               PERFORM BINTANGI VARYING P FROM 2 BY 1
                   UNTIL P > WS-PANJANG
           END-IF.
       CARI-UJUNG.
           IF L-NILAI(P:1) NOT = SPACE
               MOVE P TO WS-PANJANG
           END-IF.
       BINTANGI.
           IF L-NILAI(P:1) NOT = SPACE
               MOVE '*' TO L-NILAI(P:1)
           END-IF.
       AMBIL-PSEUDONIM.
           OPEN I-O PSEUDONIM-FILE.
           IF FS-PSEUDONIM-FILE = '35'
               OPEN OUTPUT PSEUDONIM-FILE
               CLOSE PSEUDONIM-FILE
               OPEN I-O PSEUDONIM-FILE
           END-IF.
           IF FS-PSEUDONIM-FILE NOT = '00'
      *        No pseudonym can be given: the field goes out empty
      *        rather than in clear.
               MOVE 'K' TO L-AKSI
               MOVE SPACES TO L-NILAI
           ELSE
               MOVE L-NPM TO PSN-NPM
               READ PSEUDONIM-FILE RECORD KEY IS PSN-NPM
                   INVALID KEY
                       PERFORM BERI-PSEUDONIM
               END-READ
               MOVE SPACES TO L-NILAI
               MOVE PSN-ID TO L-NILAI
               CLOSE PSEUDONIM-FILE
           END-IF.
       BERI-PSEUDONIM.
           PERFORM AMBIL-NOMOR.
           MOVE L-NPM TO PSN-NPM.
           MOVE WS-TERAKHIR TO WS-PSN-NOMOR.
           MOVE WS-PSN-BUILD TO PSN-ID.
           ACCEPT PSN-TANGGAL FROM DATE YYYYMMDD.
           WRITE PSEUDONIM-RECORD.
       AMBIL-NOMOR.
      *    Next pseudonym number from the PSNSEQ control file, in the
      *    same way DOKSEQ1 numbers documents.
           MOVE 0 TO WS-TERAKHIR.
           OPEN INPUT URUT-FILE.
           IF FS-URUT-FILE = '00'
               READ URUT-FILE
                   AT END MOVE 0 TO WS-TERAKHIR
                   NOT AT END
                       IF SEQ-TERAKHIR NUMERIC
                           MOVE SEQ-TERAKHIR TO WS-TERAKHIR
                       END-IF
               END-READ
               CLOSE URUT-FILE
           END-IF.
           ADD 1 TO WS-TERAKHIR.
           OPEN OUTPUT URUT-FILE.
           MOVE WS-TERAKHIR TO SEQ-TERAKHIR.
           WRITE URUT-RECORD.
           CLOSE URUT-FILE.
       END PROGRAM SMRCEK1.
