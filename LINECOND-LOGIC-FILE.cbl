      * CONDITION-HISTORY-RECORD without its key.
       FD  LINE-CONDITION-FILE
           LABEL RECORDS ARE OMITTED.
       01  LINE-CONDITION-RECORD     PIC X(49).
