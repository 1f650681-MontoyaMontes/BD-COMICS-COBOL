       SELECT STKEXC-FILE
      * Exceptions found by the last stock-take reconciliation,
      * each waiting for the curator to approve or reject it before
      * any location on the master is corrected.
       ASSIGN TO "bd-comic-stockexc.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS STKEXC-FILE-STATUS.
