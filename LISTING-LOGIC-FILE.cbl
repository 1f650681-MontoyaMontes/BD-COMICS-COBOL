       FD  LISTING-FILE
           LABEL RECORDS ARE STANDARD.
       01  LISTING-RECORD.
           05 LST-COMIC-ID      PIC 9(05).
           05 LST-ASKING-PRICE  PIC 9(05)V99.
      * Where the comic is offered: the marketplace or shop name,
      * free text the way the dealer field used to be.
           05 LST-CHANNEL       PIC X(20).
           05 LST-LIST-DATE     PIC 9(08).
      * Last day the listing runs; zero when it runs until it is
      * withdrawn or sold.
           05 LST-EXPIRY-DATE   PIC 9(08).
           05 LST-STATUS        PIC X(01).
               88 LST-ACTIVE    VALUE "A".
               88 LST-WITHDRAWN VALUE "W".
      * Closed by SELL-RECORD when the listed comic is sold.
               88 LST-SOLD      VALUE "S".
      * When the listing was withdrawn or closed by the sale.
           05 LST-CLOSE-DATE    PIC 9(08).
