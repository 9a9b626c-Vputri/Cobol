      ******************************************************************
      * Shared FD/record for the class timetable master (JADWAL):
      * one row per course section with the meeting day (1 = SENIN
      * .. 6 = SABTU), start and end time as HHMM, room and seat
      * capacity. Copy into FILE SECTION.
      ******************************************************************
       FD  JADWAL-FILE.
       01  JADWAL-RECORD.
           02 JDW-KEY.
              03 JDW-KODE-MK PIC X(6).
              03 JDW-KELAS PIC X(2).
           02 JDW-HARI PIC 9(1).
           02 JDW-MULAI PIC 9(4).
           02 JDW-SELESAI PIC 9(4).
           02 JDW-RUANG PIC X(6).
           02 JDW-KAPASITAS PIC 9(3).
