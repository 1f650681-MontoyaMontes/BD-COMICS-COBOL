       FD  FEERATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  FEERATE-RECORD.
           05 FEE-FROM-DAYS      PIC 9(03).
      * Charged for every day late, in the house currency, once the
      * delay reaches FEE-FROM-DAYS.
           05 FEE-PER-DAY        PIC 9(03)V99.
      * Most one late return can cost under this band; zero means
      * no cap.
           05 FEE-MAX-CHARGE     PIC 9(05)V99.
