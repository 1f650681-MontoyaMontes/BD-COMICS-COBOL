       SELECT BUDGET-FILE
      * One row per period and publisher the collection is allowed
      * to spend; the key sorts a year's whole-year rows ahead of
      * its months, and within each period the all-publishers row
      * ahead of the named houses.
       ASSIGN TO "bd-comic-budget.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS BUD-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS BUDGET-FILE-STATUS.
