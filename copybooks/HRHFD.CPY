      ******************************************************************
      * Shared FD/record for the price history (HRGHIST). One record
      * per price per item, effective from HRH-TGL-BERLAKU until the
      * next record for the same item. An effective date of zero
      * carries the HARGAMST price an item already had when its
      * first change was keyed. HRH-OPERATOR and the input date and
      * time say who keyed the price and when. Copy into FILE
      * SECTION.
      ******************************************************************
       FD  HARGA-HISTORI.
       01  HARGA-HISTORI-RECORD.
           02 HRH-KEY.
              03 HRH-KODE PIC X(9).
              03 HRH-TGL-BERLAKU PIC 9(8).
           02 HRH-HARGA PIC 9(6)V99.
           02 HRH-OPERATOR PIC X(8).
           02 HRH-TGL-INPUT PIC 9(8).
           02 HRH-JAM-INPUT PIC 9(8).
