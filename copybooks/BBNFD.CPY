      ******************************************************************
      * Shared FD/record for the semester SKS load table (BEBANSKS).
      * One row per band: the lowest previous-term IPS (4.0 scale,
      * two decimals implied) that earns the band and the SKS limit
      * it allows. The band applied is the row with the highest
      * cutoff the IPS still reaches. Copy into FILE SECTION.
      ******************************************************************
       FD  BEBAN-FILE.
       01  BEBAN-RECORD.
           02 BBN-IPS-MIN PIC 9V99.
           02 FILLER PIC X(1) VALUE SPACE.
           02 BBN-SKS-MAKS PIC 9(2).
