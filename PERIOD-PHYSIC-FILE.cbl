       SELECT PERIOD-FILE
      * Append-only period history: one line per publisher per run
      * of PERIOD-CLOSE, carrying the same numbers STATS-REPORT and
      * VALUATION-REPORT compute, but dated, so trends survive;
      * each is followed by its split per owner.
       ASSIGN TO "bd-comic-period-history.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS PERIOD-FILE-STATUS.
