       SELECT NOTIFH-FILE
      * What was sent to each borrower and when, keyed by the
      * borrower first so one person's history reads in a single
      * pass, oldest first.
       ASSIGN TO "bd-comic-notify-history.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NTH-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS NOTIFH-FILE-STATUS.
