       SELECT LINE-CONDITION-FILE
      * The condition history as it was kept before it was indexed;
      * copied aside here before the conversion rebuilds
      * bd-comic-condition-history.dat as a keyed file.
       ASSIGN TO "bd-comic-condition-history-lines.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS LINE-CONDITION-FILE-STATUS.
