      ******************************************************************
      * Shared FD/record for the academic summary master (AKADMST).
      * Semester figures cover the courses held for the student in
      * NILAIHST under that semester; the cumulative figures run
      * over every semester up to and including it. Grade points
      * (mutu) are GRADESCL points times MKFILE SKS; IPS and IPK are
      * mutu over SKS attempted on the 4.0 scale. SKS earned counts
      * courses standing LULUS. Copy into FILE SECTION.
      ******************************************************************
       FD  AKADEMIK-FILE.
       01  AKADEMIK-RECORD.
           02 AKD-KEY.
              03 AKD-NPM PIC X(8).
              03 AKD-SEMESTER PIC X(5).
           02 AKD-JML-MK PIC 9(3).
           02 AKD-SKS-AMBIL PIC 9(3).
           02 AKD-SKS-LULUS PIC 9(3).
           02 AKD-MUTU PIC 9(4)V99.
           02 AKD-IPS PIC 9V99.
           02 AKD-SKS-KUM-AMBIL PIC 9(4).
           02 AKD-SKS-KUM-LULUS PIC 9(4).
           02 AKD-MUTU-KUM PIC 9(5)V99.
           02 AKD-IPK PIC 9V99.
           02 AKD-TANGGAL PIC 9(8).
           02 AKD-RUN-ID PIC X(12).
