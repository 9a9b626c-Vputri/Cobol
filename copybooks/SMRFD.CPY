      ******************************************************************
      * Shared FD/record for the personal-data masking rules
      * (SAMARAN). One rule per output (the inquiry program or the
      * extract file name), viewer role and field. Role is the
      * OPERMST role (S, O) for a console; '*' covers every role
      * without a rule of its own and is the only role an extract
      * has, since the extract's recipient is fixed. Fields: NPM,
      * NAMA, PRODI, NILAI (final grade), KOMPONEN (tugas, UTS and
      * UAS scores), IJAZAH (diploma number), IPK. Actions: T shown
      * in clear, S partly starred, K left out, P replaced by the
      * student's pseudonymous id from PSEUDONIM (NPM and NAMA
      * only). Copy into FILE SECTION.
      ******************************************************************
       FD  SAMARAN-FILE.
       01  SAMARAN-RECORD.
           02 SMR-KEY.
              03 SMR-KELUARAN PIC X(8).
              03 SMR-PERAN PIC X(1).
              03 SMR-MEDAN PIC X(8).
                 88 SMR-MEDAN-SAH VALUE 'NPM' 'NAMA' 'PRODI'
                    'NILAI' 'KOMPONEN' 'IJAZAH' 'IPK'.
                 88 SMR-MEDAN-IDENTITAS VALUE 'NPM' 'NAMA'.
                 88 SMR-MEDAN-TEKS VALUE 'NPM' 'NAMA' 'IJAZAH'.
           02 SMR-AKSI PIC X(1).
              88 SMR-TAMPIL VALUE 'T'.
              88 SMR-SEBAGIAN VALUE 'S'.
              88 SMR-KOSONG VALUE 'K'.
              88 SMR-PSEUDONIM VALUE 'P'.
              88 SMR-AKSI-SAH VALUE 'T' 'S' 'K' 'P'.
           02 SMR-TANGGAL PIC 9(8).
           02 SMR-OLEH PIC X(8).
