      * TUGAS1 (PIC X(3)) and NILAI1 (PIC 999V99) can both use the
      * same layout. JRN-PENYETUJU is the approving supervisor when
      * the change went through the GRDAPP1 maker-checker queue;
      * direct journal writers leave it blank. The trailing fields
      * name the master and the kind of entry (U change, T insert,
      * H delete; blank on entries written before they existed is a
      * change) and carry the name and component scores as they
      * stand after the change, so PULIH1 can roll a restored
      * master forward from the journal alone. Copy into FILE
      * SECTION.
      ******************************************************************
       FD  JURNAL-FILE.
           02 JRN-ALASAN PIC X(3).
           02 FILLER PIC X(1) VALUE SPACE.
           02 JRN-PENYETUJU PIC X(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 JRN-MASTER PIC X(9).
           02 FILLER PIC X(1) VALUE SPACE.
           02 JRN-JENIS PIC X(1).
              88 JRN-UBAH VALUE 'U' SPACE.
              88 JRN-TAMBAH VALUE 'T'.
              88 JRN-HAPUS VALUE 'H'.
           02 FILLER PIC X(1) VALUE SPACE.
           02 JRN-NAMA-BARU PIC X(20).
           02 FILLER PIC X(1) VALUE SPACE.
           02 JRN-KOMPONEN-BARU.
              03 JRN-TUGAS-BARU PIC 9(3)V99.
              03 JRN-UTS-BARU PIC 9(3)V99.
              03 JRN-UAS-BARU PIC 9(3)V99.
              03 JRN-BOBOT-TUGAS-BARU PIC 9(3).
              03 JRN-BOBOT-UTS-BARU PIC 9(3).
              03 JRN-BOBOT-UAS-BARU PIC 9(3).
