               88 CLAIM-OPEN     VALUE "O".
               88 CLAIM-SETTLED  VALUE "S".
           05 CLAIM-SETTLE-DATE  PIC 9(08).
      * Currency CLAIM-AMOUNT is owed in, and the currency the book
      * value was carried in (the comic's COMIC-CURRENCY); spaces
      * mean the house currency, as on every line written before
      * either field existed.
           05 CLAIM-CURRENCY     PIC X(03).
           05 CLAIM-BOOK-CURRENCY PIC X(03).
