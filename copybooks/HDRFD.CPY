      ******************************************************************
      * Shared FD/record for the attendance master (HADIR). One
      * record per student per course per meeting; HDR-STATUS is
      * H (hadir), I (izin), S (sakit) or A (alpa). Only H counts as
      * attendance for the UAS rule. The semester code is carried as
      * data, as on KRSFILE. Copy into FILE SECTION.
      ******************************************************************
       FD  HADIR-FILE.
       01  HADIR-RECORD.
           02 HDR-KEY.
              03 HDR-NPM PIC X(8).
              03 HDR-KODE-MK PIC X(6).
              03 HDR-PERTEMUAN PIC 9(2).
           02 HDR-SEMESTER PIC X(5).
           02 HDR-TANGGAL PIC 9(8).
           02 HDR-STATUS PIC X(1).
              88 HDR-HADIR VALUE 'H'.
              88 HDR-STATUS-SAH VALUE 'H' 'I' 'S' 'A'.
