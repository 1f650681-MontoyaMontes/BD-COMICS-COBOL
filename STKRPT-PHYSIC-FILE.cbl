       SELECT STKRPT-FILE
      * Printable stock-take reconciliation for one box.
       ASSIGN TO "bd-comic-stocktake.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
