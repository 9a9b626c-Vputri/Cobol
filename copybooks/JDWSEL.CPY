      ******************************************************************
      * Shared FILE-CONTROL entry for the class timetable master
      * (JADWAL, indexed on course code + section). Maintained by
      * JDWMNT1; KRSREG1 refuses a schedule clash or a full section
      * from it, KRSKRT1 prints the weekly KRS card and RUANLAP1 the
      * room-utilisation report. Copy into FILE-CONTROL.
      ******************************************************************
           SELECT JADWAL-FILE ASSIGN TO "JADWAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JDW-KEY
               FILE STATUS IS FS-JADWAL-FILE.
