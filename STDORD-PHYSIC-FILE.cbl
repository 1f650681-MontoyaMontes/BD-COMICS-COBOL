       SELECT STANDING-ORDER-FILE
      * One standing order per running series, kept with the shop
      * that holds the series aside for us; the key is the series
      * itself, so a series can only be on order once.
       ASSIGN TO "bd-comic-standing-orders.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS SO-SERIES-ID
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS STANDING-ORDER-FILE-STATUS.
