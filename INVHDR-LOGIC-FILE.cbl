       FD  INVHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOICE-HEADER-RECORD.
           05 INVH-KEY.
      * Matched to COMIC-DEALER exactly, like the dealer list.
               10 INVH-DEALER    PIC X(20).
               10 INVH-NUMBER    PIC X(15).
           05 INVH-DATE          PIC 9(08).
      * When the dealer wants the money; zero when no terms given.
           05 INVH-DUE-DATE      PIC 9(08).
      * ISO code the invoice is billed in; spaces mean the house
      * currency, as on COMIC-CURRENCY.
           05 INVH-CURRENCY      PIC X(03).
      * Sum of the lines, kept up to date by INVOICE-RECORD every
      * time a line is added or taken off.
           05 INVH-TOTAL         PIC 9(07)V99.
           05 INVH-PAID          PIC 9(07)V99.
      * Day of the last payment keyed against the invoice.
           05 INVH-PAID-DATE     PIC 9(08).
           05 INVH-STATUS        PIC X(01).
               88 INVH-OPEN      VALUE "O".
               88 INVH-PAID-UP   VALUE "P".
