       FD  HISTORY-ARCHIVE-FILE
           LABEL RECORDS ARE OMITTED.
      * Wide enough for the longest ledger line; a reader moves it
      * over its own ledger's record and reads it from there.
       01  HISTORY-ARCHIVE-LINE PIC X(700).
