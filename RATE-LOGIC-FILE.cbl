       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-RECORD-ROW.
           05 RATE-KEY.
               10 RATE-CURRENCY  PIC X(03).
               10 RATE-DATE      PIC 9(08).
      * Units of house currency one unit of RATE-CURRENCY buys
      * from RATE-DATE until the next row for the same currency.
           05 RATE-TO-BASE       PIC 9(05)V9(06).
