      * Shared FD/record for the semester enrollment master
      * (KRSFILE). One record per student per course for the running
      * semester; the semester code is carried as data so the file
      * can be rebuilt per term. KRS-KELAS is the JADWAL section the
      * student sits in (spaces when no timetable is kept for the
      * course). Copy into FILE SECTION.
      ******************************************************************
       FD  KRS-FILE.
       01  KRS-FILE-RECORD.
              03 KRS-KODE-MK PIC X(6).
           02 KRS-SEMESTER PIC X(5).
           02 KRS-TANGGAL PIC 9(8).
           02 KRS-KELAS PIC X(2).
