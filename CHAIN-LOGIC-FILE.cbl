       FD  CHAIN-FILE
           LABEL RECORDS ARE OMITTED.
      * Entry 1 is the audit log, entry 2 the day journal. The base
      * is the link the first line on the file chains from: zero on
      * a file that has never been cut, moved on whenever older
      * lines are taken off the front of it.
       01  CHAIN-RECORD.
           05 CHAIN-LEDGER OCCURS 2 TIMES.
               10 CHAIN-BASE-SEQUENCE PIC 9(09).
               10 CHAIN-BASE-CHECK    PIC 9(08).
               10 CHAIN-LAST-SEQUENCE PIC 9(09).
               10 CHAIN-LAST-CHECK    PIC 9(08).
