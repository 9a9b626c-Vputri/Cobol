      ******************************************************************
      * Shared FD/record for the roll-forward recovery report
      * (PULIHRPT). Print lines are free text; each master rolled
      * forward also gets one control line (PK-TANDA = 'CTL') with
      * the run-id, the time the roll-forward finished and its
      * counts: records on the restored master before replay,
      * journal inserts, deletes and changes applied, entries
      * skipped, and records on the master afterwards. BALANS1
      * checks AWAL + TAMBAH - HAPUS = AKHIR and takes AKHIR as the
      * new balancing baseline. The file accumulates across PULIH1
      * executions (opened EXTEND); BALANS1 takes the CTL lines of
      * its run-id, the last one per master winning. Copy into FILE
      * SECTION.
      ******************************************************************
       FD  PULIH-LAPORAN.
       01  PULIH-BARIS PIC X(100).
       01  PULIH-KONTROL.
           02 PK-TANDA PIC X(3).
           02 FILLER PIC X(1).
           02 PK-MASTER PIC X(9).
           02 FILLER PIC X(1).
           02 PK-RUN-ID PIC X(12).
           02 FILLER PIC X(1).
           02 PK-WAKTU.
              03 PK-TANGGAL PIC 9(8).
              03 PK-JAM PIC 9(8).
           02 FILLER PIC X(1).
           02 PK-AWAL PIC 9(7).
           02 FILLER PIC X(1).
           02 PK-TAMBAH PIC 9(7).
           02 FILLER PIC X(1).
           02 PK-HAPUS PIC 9(7).
           02 FILLER PIC X(1).
           02 PK-UBAH PIC 9(7).
           02 FILLER PIC X(1).
           02 PK-LEWAT PIC 9(7).
           02 FILLER PIC X(1).
           02 PK-AKHIR PIC 9(7).
