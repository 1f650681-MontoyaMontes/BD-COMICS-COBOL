       SELECT LINE-LOAN-FILE
      * The loan history as it was kept before it was indexed, one
      * line per movement; copied aside here before the conversion
      * rebuilds bd-comic-loan-history.dat as a keyed file.
       ASSIGN TO "bd-comic-loan-history-lines.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LINE-LOAN-FILE-STATUS.
