       FD  INVLINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-LINE-RECORD.
           05 INVL-KEY.
               10 INVL-DEALER    PIC X(20).
               10 INVL-NUMBER    PIC X(15).
               10 INVL-LINE      PIC 9(03).
      * Title and issue as the dealer billed them, compared with
      * COMIC-NAME and COMIC-ISSUE by the matching run.
           05 INVL-NAME          PIC X(40).
           05 INVL-ISSUE         PIC 9(05).
      * Price of the one copy, in the currency of the invoice.
           05 INVL-PRICE         PIC 9(05)V99.
      * The comic INVOICE-MATCH paired the line with, and the day
      * it did so; zero while the line is still unmatched.
           05 INVL-COMIC-ID      PIC 9(05).
           05 INVL-MATCH-DATE    PIC 9(08).
