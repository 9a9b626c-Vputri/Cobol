      ******************************************************************
      * Shared FD/record for the remedial exam roster (REMEDI). One
      * record per student per course sent to remedial: the final
      * score and remark before remedial, the remedial exam score as
      * sat, and the capped final score applied to NILAIMST. Status
      * B = waiting for the remedial exam, S = score applied. Copy
      * into FILE SECTION.
      ******************************************************************
       FD  REMEDI-FILE.
       01  REMEDI-RECORD.
           02 RMD-KEY.
              03 RMD-NPM PIC X(8).
              03 RMD-KODE-MK PIC X(6).
           02 RMD-NAMA PIC X(20).
           02 RMD-SEMESTER PIC X(5).
           02 RMD-NILAI-ASAL PIC 999V99.
           02 RMD-KET-ASAL PIC X(10).
           02 RMD-NILAI-UJIAN PIC 999V99.
           02 RMD-NILAI-AKHIR PIC 999V99.
           02 RMD-KET-AKHIR PIC X(10).
           02 RMD-STATUS PIC X(1).
              88 RMD-BELUM VALUE 'B'.
              88 RMD-SELESAI VALUE 'S'.
