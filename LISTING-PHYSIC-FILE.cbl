       SELECT LISTING-FILE
      * One row per comic that has been offered for sale, keyed by
      * COMIC-ID: the current asking price and where it is listed.
      * A relisted comic reuses its row, so a closed listing is
      * simply overwritten by the next one.
       ASSIGN TO "bd-comic-listings.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS LST-COMIC-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS LISTING-FILE-STATUS.
