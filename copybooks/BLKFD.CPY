      ******************************************************************
      * Shared FD/record for the registration holds master (BLOKIR).
      * One record per student and hold type: K finance (overdue
      * balance), P library (unreturned books), D disciplinary case.
      * A lifted hold is kept with status C and who lifted it, and
      * is reused when the same type is placed again. BLK-SUMBER O
      * marks a finance hold raised by the TAGIH1 dunning run, which
      * that run also lifts once no invoice is over 90 days. Copy
      * into FILE SECTION.
      ******************************************************************
       FD  BLOKIR-FILE.
       01  BLOKIR-RECORD.
           02 BLK-KEY.
              03 BLK-NPM PIC X(8).
              03 BLK-JENIS PIC X(1).
                 88 BLK-KEUANGAN VALUE 'K'.
                 88 BLK-PERPUSTAKAAN VALUE 'P'.
                 88 BLK-DISIPLIN VALUE 'D'.
                 88 BLK-JENIS-SAH VALUE 'K' 'P' 'D'.
           02 BLK-ALASAN PIC X(30).
           02 BLK-TANGGAL PIC 9(8).
           02 BLK-OLEH PIC X(8).
           02 BLK-STATUS PIC X(1).
              88 BLK-AKTIF VALUE 'A'.
              88 BLK-DICABUT VALUE 'C'.
           02 BLK-TGL-CABUT PIC 9(8).
           02 BLK-CABUT-OLEH PIC X(8).
           02 BLK-SUMBER PIC X(1).
              88 BLK-OTOMATIS VALUE 'O'.
              88 BLK-MANUAL VALUE 'M'.
