       SELECT LOAN-HISTORY-FILE
      * Ledger of every checkout, renewal and checkin, so the fact a
      * loan happened survives the checkin that blanks the borrower
      * off the comic record itself. Keyed by comic and by the date
      * and time each entry was written, with the borrower as a
      * second way in, so one comic's or one borrower's loans are
      * read without passing over everybody else's.
       ASSIGN TO "bd-comic-loan-history.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS HIST-KEY
       ALTERNATE RECORD KEY IS HIST-BORROWER
           WITH DUPLICATES
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS LOAN-HISTORY-FILE-STATUS.
