       SELECT ROLL-LIVE-FILE
      * Whichever live history ledger the year-end rollover is
      * working through at the moment, named from its ledger table.
       ASSIGN TO DYNAMIC ROLL-LIVE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ROLL-LIVE-FILE-STATUS.
