      * COMIC-VALUE as it stood when the comic was sold, so the
      * proceeds report can compare without touching COMICS-FILE.
           05 SALE-BOOK-VALUE    PIC 9(05)V99.
      * Currency the buyer paid SALE-PRICE in, and the currency the
      * book value was carried in (the comic's COMIC-CURRENCY);
      * spaces mean the house currency, as on every line written
      * before either field existed.
           05 SALE-CURRENCY      PIC X(03).
           05 SALE-BOOK-CURRENCY PIC X(03).
