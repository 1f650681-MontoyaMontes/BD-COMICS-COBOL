       SELECT REPDEF-FILE
      * Saved ad hoc report definitions, one row per name: what to
      * pick, how to order it, what to print and where to subtotal.
       ASSIGN TO "bd-comic-report-defs.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS RD-NAME
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS REPDEF-FILE-STATUS.
