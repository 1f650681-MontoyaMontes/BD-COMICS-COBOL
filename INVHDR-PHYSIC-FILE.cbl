       SELECT INVHDR-FILE
      * One row per dealer invoice, keyed by dealer and the
      * dealer's own invoice number; the lines billed on it are
      * kept apart in bd-comic-invoice-lines.dat under the same key.
       ASSIGN TO "bd-comic-invoices.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS INVH-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS INVHDR-FILE-STATUS.
