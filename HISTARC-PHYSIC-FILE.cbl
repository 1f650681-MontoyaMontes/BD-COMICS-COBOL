       SELECT HISTORY-ARCHIVE-FILE
      * One closed year of one history ledger, as the year-end
      * rollover left it: the same lines the live file carried, in
      * the same order. The name comes off the rollover control
      * row, so one SELECT serves every ledger and every year.
       ASSIGN TO DYNAMIC HISTORY-ARCHIVE-NAME
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HISTORY-ARCHIVE-STATUS.
