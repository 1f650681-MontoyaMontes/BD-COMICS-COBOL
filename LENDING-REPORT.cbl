           PERFORM DIGEST-ONE-LINE
           UNTIL END-OF-HISTORY = "Y".

      * The report takes in every entry, so it reads the ledger in
      * its own key order: comic by comic, and within one comic in
      * the order the entries were written.
       READ-HISTORY-LINE.
           READ LOAN-HISTORY-FILE NEXT RECORD
           AT END
               MOVE "Y" TO END-OF-HISTORY.

              HIST-IN-DATE > HIST-DUE-DATE
               ADD 1 TO OVERDUE-COUNT.

      * Entries arrive grouped by comic, so a comic already in the
      * table can only be the one added last.
       TALLY-COMIC-LOAN.
           MOVE "N" TO COMIC-TALLY-FOUND.
           IF COMIC-TALLY-COUNT NOT = ZEROES
               MOVE COMIC-TALLY-COUNT TO COMIC-SCAN-INDEX
               IF CT-COMIC-ID(COMIC-SCAN-INDEX) = HIST-COMIC-ID
                   ADD 1 TO CT-LOAN-COUNT(COMIC-SCAN-INDEX)
                   MOVE "Y" TO COMIC-TALLY-FOUND.
           IF COMIC-TALLY-FOUND = "N"
               IF COMIC-TALLY-COUNT < 500
                   ADD 1 TO COMIC-TALLY-COUNT
               ELSE
                   MOVE "Y" TO TABLE-OVERFLOW.

       TALLY-BORROWER-YEAR.
           IF HIST-OUT-DATE IS NUMERIC
               DIVIDE HIST-OUT-DATE BY 10000
