       FD  BORLEDG-FILE
           LABEL RECORDS ARE OMITTED.
       01  BORLEDG-RECORD.
           05 BLG-BORROWER       PIC X(30).
           05 BLG-DATE           PIC 9(08).
           05 BLG-TIME           PIC 9(08).
      * Fees and claim charges raise what the person owes, payments
      * and waivers lower it; the amount itself is always positive.
           05 BLG-TYPE           PIC X(01).
               88 BLG-LATE-FEE     VALUE "F".
               88 BLG-CLAIM-CHARGE VALUE "C".
               88 BLG-PAYMENT      VALUE "P".
               88 BLG-WAIVER       VALUE "W".
      * The comic the fee or charge came from; zeroes on payments
      * and on waivers not tied to one loan.
           05 BLG-COMIC-ID       PIC 9(05).
      * In the house currency; claims agreed in another currency
      * are converted at the rate of the claim date before posting.
           05 BLG-AMOUNT         PIC 9(07)V99.
           05 BLG-NOTE           PIC X(30).
           05 BLG-OPERATOR       PIC X(10).
