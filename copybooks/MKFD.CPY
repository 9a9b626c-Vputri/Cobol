      ******************************************************************
      * Shared FD/record for the course catalog master (MKFILE):
      * course code, course name, SKS credit hours and the DOSENMST
      * lecturer ID of the lecturer (the slot once held the
      * lecturer's name as free text). Copy into FILE SECTION.
      ******************************************************************
       FD  MK-FILE.
       01  MK-FILE-RECORD.
           02 MK-KODE PIC X(6).
           02 MK-NAMA PIC X(20).
           02 MK-SKS PIC 9(2).
           02 MK-DOSEN-ID PIC X(8).
           02 FILLER PIC X(12).
