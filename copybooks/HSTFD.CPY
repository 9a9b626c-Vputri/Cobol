      ******************************************************************
      * Shared FD/record for the semester history master (NILAIHST).
      * Same layout as the NILAIMST record with the closing semester
      * code prefixed to the key. HST-MK-KEY repeats the semester
      * and course code as the alternate key; every writer fills it
      * from HST-KEY. Copy into FILE SECTION.
      ******************************************************************
       FD  NILAI-HISTORI.
       01  NILAI-HISTORI-RECORD.
           02 BOBOT-UAS-HST PIC 9(3).
           02 NILAI-HST PIC 999V99.
           02 KETERANGAN-HST PIC X(10).
           02 HST-MK-KEY.
              03 HST-MK-SEMESTER PIC X(5).
              03 HST-MK-KODE PIC X(6).
