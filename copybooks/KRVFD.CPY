      ******************************************************************
      * Shared FD/record for the grade-curve proposal master
      * (KURVAMST). One record per proposed curve, numbered in
      * sequence. Method G = fixed shift of KRV-GESER points, R =
      * scale so the course mean becomes KRV-TARGET-RATA, Z = place
      * each score by its z-score on KRV-TARGET-RATA and
      * KRV-TARGET-SB. KRV-RATA and KRV-SIMPANGAN are the course mean
      * and standard deviation at preview; KRV-JUMLAH, KRV-TOTAL and
      * KRV-KUADRAT (count, sum and sum of squares of the scores)
      * let the approval see whether NILAIMST has changed since.
      * KRV-REFERENSI holds the board's decision reference. Status
      * O = waiting for approval, A = approved and applied, R =
      * rejected. Copy into FILE SECTION.
      ******************************************************************
       FD  KURVA-FILE.
       01  KURVA-RECORD.
           02 KRV-NO PIC 9(7).
           02 KRV-KODE-MK PIC X(6).
           02 KRV-METODE PIC X(1).
              88 KRV-GESER-TETAP VALUE 'G'.
              88 KRV-SKALA-RATA VALUE 'R'.
              88 KRV-SKOR-Z VALUE 'Z'.
              88 KRV-METODE-SAH VALUE 'G' 'R' 'Z'.
           02 KRV-GESER PIC 9(3)V99.
           02 KRV-TARGET-RATA PIC 9(3)V99.
           02 KRV-TARGET-SB PIC 9(3)V99.
           02 KRV-RATA PIC 9(3)V99.
           02 KRV-SIMPANGAN PIC 9(3)V99.
           02 KRV-JUMLAH PIC 9(5).
           02 KRV-TOTAL PIC 9(9)V99.
           02 KRV-KUADRAT PIC 9(11)V9(4).
           02 KRV-JML-NAIK PIC 9(5).
           02 KRV-JML-JADI-LULUS PIC 9(5).
           02 KRV-REFERENSI PIC X(30).
           02 KRV-STATUS PIC X(1).
              88 KRV-TERBUKA VALUE 'O'.
              88 KRV-DISETUJUI VALUE 'A'.
              88 KRV-DITOLAK VALUE 'R'.
           02 KRV-PEMBUAT PIC X(8).
           02 KRV-TGL-BUAT PIC 9(8).
           02 KRV-PENYETUJU PIC X(8).
           02 KRV-TGL-SETUJU PIC 9(8).
