       SELECT INVLINE-FILE
      * One row per copy billed on a dealer invoice; the key starts
      * with the invoice key, so an invoice's lines read in order
      * after a START on its dealer and number.
       ASSIGN TO "bd-comic-invoice-lines.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS INVL-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS INVLINE-FILE-STATUS.
