       SELECT SHORT-COMICS-FILE
      * The pre-owner bd-comic.dat, copied aside before the
      * extension runs; its keys sit at the same offsets as today,
      * since the owner field came after COMIC-CURRENCY. Kept
      * apart from bd-comic-narrow.dat and bd-comic-prev.dat,
      * which earlier conversions may have left behind in older
      * layouts.
       ASSIGN TO "bd-comic-short.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SHORT-COMIC-ID
       ALTERNATE RECORD KEY IS SHORT-COMIC-HOUSE
           WITH DUPLICATES
       ALTERNATE RECORD KEY IS SHORT-COMIC-CHARACTER
           WITH DUPLICATES
       ALTERNATE RECORD KEY IS SHORT-COMIC-BARCODE
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS SHORT-COMICS-FILE-STATUS.
