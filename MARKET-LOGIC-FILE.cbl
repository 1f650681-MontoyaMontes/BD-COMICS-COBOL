      * Two implied decimals, the same convention PRICE-FILE uses
      * (0001250 = 12,50).
           05 MKT-PRICE          PIC 9(05)V99.
      * Who is offering the copy, when the list is a merge of
      * several dealers' offers; a list from a single dealer may
      * stop at the price and leaves this blank.
           05 MKT-DEALER         PIC X(20).
