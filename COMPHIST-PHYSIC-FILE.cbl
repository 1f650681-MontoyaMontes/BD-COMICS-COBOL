       SELECT COMPLETENESS-HISTORY-FILE
      * Append-only record of every completeness run: one line for
      * the whole collection and one per publisher, series and box,
      * so the cleanup can be followed from one month to the next.
       ASSIGN TO "bd-comic-completeness-history.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS COMPLETENESS-HISTORY-STATUS.
