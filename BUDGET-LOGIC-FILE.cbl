       FD  BUDGET-FILE
           LABEL RECORDS ARE STANDARD.
       01  BUDGET-RECORD-ROW.
           05 BUD-KEY.
               10 BUD-YEAR       PIC 9(04).
      * 00 makes the row a budget for the whole year; 01-12 one
      * month of it. Both may be kept side by side.
               10 BUD-MONTH      PIC 9(02).
      * Matched to COMIC-HOUSE exactly; spaces make the row a cap
      * on all publishers together.
               10 BUD-HOUSE      PIC X(20).
      * Always in the house currency, like every report total.
           05 BUD-AMOUNT         PIC 9(07)V99.
      * What the entry screens do when a purchase takes the spend
      * for the period past BUD-AMOUNT: only say so, or stop and
      * have the operator confirm the purchase.
           05 BUD-LIMIT-ACTION   PIC X(01).
               88 BUD-WARN       VALUE "A".
               88 BUD-CONFIRM    VALUE "C".
