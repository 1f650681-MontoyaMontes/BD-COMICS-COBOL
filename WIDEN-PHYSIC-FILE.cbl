       SELECT NARROW-COMICS-FILE
      * The pre-currency bd-comic.dat, copied aside before the
      * widening runs; its keys sit at the same offsets as today,
      * since the currency field came after COMIC-BARCODE. Kept
      * apart from bd-comic-prev.dat, which an earlier expansion
      * may have left behind in the even older layout.
       ASSIGN TO "bd-comic-narrow.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NARROW-COMIC-ID
       ALTERNATE RECORD KEY IS NARROW-COMIC-HOUSE
           WITH DUPLICATES
       ALTERNATE RECORD KEY IS NARROW-COMIC-CHARACTER
           WITH DUPLICATES
       ALTERNATE RECORD KEY IS NARROW-COMIC-BARCODE
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS NARROW-COMICS-FILE-STATUS.
