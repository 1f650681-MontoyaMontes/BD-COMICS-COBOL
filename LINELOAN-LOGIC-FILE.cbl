      * LOAN-HISTORY-RECORD without its key: the line starts with
      * the same fields at the same places.
       FD  LINE-LOAN-FILE
           LABEL RECORDS ARE OMITTED.
       01  LINE-LOAN-RECORD          PIC X(70).
