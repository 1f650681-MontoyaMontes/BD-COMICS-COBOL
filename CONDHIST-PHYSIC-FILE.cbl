       SELECT CONDITION-HISTORY-FILE
      * Ledger of every change to COMIC-CONDITION, wherever it
      * happens — a keyboard edit, a damaged return at the loan
      * desk or a grade coming back from a grading service — so a
      * collectible's grade keeps its whole story. Keyed by comic
      * and by the date and time each entry was written.
       ASSIGN TO "bd-comic-condition-history.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS CH-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS CONDITION-HISTORY-FILE-STATUS.
