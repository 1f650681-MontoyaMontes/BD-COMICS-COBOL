       SELECT ROLLOVER-FILE
      * One row for every closed year taken off one of the history
      * ledgers: where the year's lines went and how many there
      * were, so the year-end job can prove nothing was dropped and
      * the enquiries can find a year that is no longer live.
       ASSIGN TO "bd-comic-rollover.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ROLL-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ROLLOVER-FILE-STATUS.
