       SELECT FEERATE-FILE
      * Late-fee bands: each row holds from its number of days late
      * until the next row's, so a short delay and a long one can
      * be charged at different daily rates.
       ASSIGN TO "bd-comic-fee-rates.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS FEE-FROM-DAYS
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS FEERATE-FILE-STATUS.
