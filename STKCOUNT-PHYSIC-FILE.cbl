       SELECT STKCOUNT-FILE
      * The stock-take count in progress: a header line naming the
      * box being counted, then one line per cover scanned in it.
      * Opening a new count starts the file again.
       ASSIGN TO "bd-comic-stockcount.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS STKCOUNT-FILE-STATUS.
