      * Hand-off area for the CHECK-BUDGET subprogram: the caller
      * fills the publisher, the day of the purchase and what was
      * paid in the currency it was paid in; the subprogram returns
      * the amount in house currency and whether it takes any
      * budget for that day's month or year past its limit. When
      * one does, the tightest budget broken is described so the
      * screen can say which, and BCA-OVER-CONFIRM means at least
      * one broken budget wants the operator to confirm.
       01 BUDGET-CALL-AREA.
           05 BCA-HOUSE         PIC X(20).
           05 BCA-DATE          PIC 9(08).
           05 BCA-CURRENCY      PIC X(03).
           05 BCA-AMOUNT        PIC 9(05)V99.
           05 BCA-BASE-AMOUNT   PIC S9(09)V99.
           05 BCA-RESULT        PIC X(01).
               88 BCA-WITHIN       VALUE "N".
               88 BCA-OVER-WARN    VALUE "A".
               88 BCA-OVER-CONFIRM VALUE "C".
           05 BCA-OVER-YEAR     PIC 9(04).
           05 BCA-OVER-MONTH    PIC 9(02).
           05 BCA-OVER-HOUSE    PIC X(20).
           05 BCA-OVER-BUDGET   PIC 9(07)V99.
      * Spend already on file for that period, before this one.
           05 BCA-OVER-SPENT    PIC S9(09)V99.
