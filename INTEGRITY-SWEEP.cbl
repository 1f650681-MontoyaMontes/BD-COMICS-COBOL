           CLOSE COMICS-FILE.

       READ-HISTORY-LINE.
           READ LOAN-HISTORY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO END-OF-HISTORY.

