       FILE-CONTROL.
       COPY "VALHIST-PHYSIC-FILE.cbl".
       COPY "VALTREND-PHYSIC-FILE.cbl".
       COPY "ROLLCTL-PHYSIC-FILE.cbl".
       COPY "HISTARC-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       FILE SECTION.
       COPY "VALHIST-LOGIC-FILE.cbl".
       COPY "VALTREND-LOGIC-FILE.cbl".
       COPY "ROLLCTL-LOGIC-FILE.cbl".
       COPY "HISTARC-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       77 HOUSE-AFTER-ED PIC Z(6)9.99.
       77 HOUSE-DELTA-ED PIC +Z(8)9.99.
       77 VALUE-HISTORY-FILE-STATUS PIC X(02).
       77 ROLLOVER-FILE-STATUS PIC X(02).
       77 HISTORY-ARCHIVE-STATUS PIC X(02).
       77 HISTORY-ARCHIVE-NAME PIC X(40).
       77 LIVE-HISTORY-FOUND PIC X.
       77 END-OF-ROLLOVER PIC X.
       77 END-OF-ARCHIVE PIC X.
       77 ARCHIVE-ROW-COUNT PIC 9(03).
       77 SEARCH-BELOW-YEAR PIC 9(04).
       77 NEWEST-YEAR-LEFT PIC 9(04).
       77 NEWEST-ARCHIVE-NAME PIC X(40).

      * One row per comic seen in either of the two snapshots being
      * compared; a comic missing from one side simply counts as
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           PERFORM COUNT-ARCHIVED-YEARS.
           MOVE "Y" TO LIVE-HISTORY-FOUND.
           OPEN INPUT VALUE-HISTORY-FILE.
           IF VALUE-HISTORY-FILE-STATUS = "35"
               MOVE "N" TO LIVE-HISTORY-FOUND.
           IF LIVE-HISTORY-FOUND = "N" AND ARCHIVE-ROW-COUNT = ZEROES
               DISPLAY TEXT-TREND-NO-HISTORY
           ELSE
               PERFORM FIND-LAST-TWO-DATES
               PERFORM BUILD-TREND-REPORT.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * a same-day rerun leaves duplicate lines; the comic table
      * absorbs those because each comic keeps one row per side, and
      * the house totals are summed from that table, not the lines.
      * Every archived year is older than the live file, so the
      * archives are only looked into when the live file has not
      * got two dates of its own, newest year first, and only
      * until the second date turns up.
       FIND-LAST-TWO-DATES.
           MOVE ZEROES TO LATEST-DATE.
           MOVE ZEROES TO PRIOR-DATE.
           IF LIVE-HISTORY-FOUND = "Y"
               MOVE "N" TO END-OF-HISTORY
               PERFORM READ-HISTORY-LINE
               PERFORM NOTE-SNAPSHOT-DATE
               UNTIL END-OF-HISTORY = "Y".
           MOVE 9999 TO SEARCH-BELOW-YEAR.
           PERFORM LOOK-ONE-YEAR-BACK
           UNTIL PRIOR-DATE NOT = ZEROES OR
                 SEARCH-BELOW-YEAR = ZEROES.
           IF LIVE-HISTORY-FOUND = "Y"
               CLOSE VALUE-HISTORY-FILE.

       READ-HISTORY-LINE.
           READ VALUE-HISTORY-FILE
               MOVE "Y" TO END-OF-HISTORY.

       NOTE-SNAPSHOT-DATE.
           PERFORM JUDGE-SNAPSHOT-DATE.
           PERFORM READ-HISTORY-LINE.

       JUDGE-SNAPSHOT-DATE.
           IF VH-SNAPSHOT-DATE IS NUMERIC
               IF VH-SNAPSHOT-DATE > LATEST-DATE
                   MOVE LATEST-DATE TO PRIOR-DATE
                   IF VH-SNAPSHOT-DATE > PRIOR-DATE AND
                      VH-SNAPSHOT-DATE NOT = LATEST-DATE
                       MOVE VH-SNAPSHOT-DATE TO PRIOR-DATE.

      * Finds the newest archived year below the last one searched
      * and reads its dates; none left ends the search.
       LOOK-ONE-YEAR-BACK.
           MOVE ZEROES TO NEWEST-YEAR-LEFT.
           OPEN INPUT ROLLOVER-FILE.
           IF ROLLOVER-FILE-STATUS = "00"
               PERFORM START-AT-VALUE-ROWS
               PERFORM NOTE-NEWEST-YEAR-LEFT
               UNTIL END-OF-ROLLOVER = "Y"
               CLOSE ROLLOVER-FILE.
           MOVE NEWEST-YEAR-LEFT TO SEARCH-BELOW-YEAR.
           IF NEWEST-YEAR-LEFT NOT = ZEROES
               MOVE NEWEST-ARCHIVE-NAME TO HISTORY-ARCHIVE-NAME
               PERFORM READ-ARCHIVED-DATES.

       NOTE-NEWEST-YEAR-LEFT.
           IF ROLL-YEAR < SEARCH-BELOW-YEAR
               MOVE ROLL-YEAR TO NEWEST-YEAR-LEFT
               MOVE ROLL-ARCHIVE-NAME TO NEWEST-ARCHIVE-NAME.
           PERFORM READ-ROLLOVER-ROW.

       READ-ARCHIVED-DATES.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           IF HISTORY-ARCHIVE-STATUS = "00"
               MOVE "N" TO END-OF-ARCHIVE
               PERFORM READ-ARCHIVE-LINE
               PERFORM NOTE-ARCHIVED-DATE
               UNTIL END-OF-ARCHIVE = "Y"
               CLOSE HISTORY-ARCHIVE-FILE.

       NOTE-ARCHIVED-DATE.
           MOVE HISTORY-ARCHIVE-LINE TO VALUE-HISTORY-RECORD.
           PERFORM JUDGE-SNAPSHOT-DATE.
           PERFORM READ-ARCHIVE-LINE.

       COUNT-ARCHIVED-YEARS.
           MOVE ZEROES TO ARCHIVE-ROW-COUNT.
           OPEN INPUT ROLLOVER-FILE.
           IF ROLLOVER-FILE-STATUS = "00"
               PERFORM START-AT-VALUE-ROWS
               PERFORM COUNT-ONE-VALUE-ROW
               UNTIL END-OF-ROLLOVER = "Y"
               CLOSE ROLLOVER-FILE.

       COUNT-ONE-VALUE-ROW.
           ADD 1 TO ARCHIVE-ROW-COUNT.
           PERFORM READ-ROLLOVER-ROW.

       START-AT-VALUE-ROWS.
           MOVE "N" TO END-OF-ROLLOVER.
           SET ROLL-VALUE-LEDGER TO TRUE.
           MOVE ZEROES TO ROLL-YEAR.
           START ROLLOVER-FILE KEY IS NOT LESS THAN ROLL-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-ROLLOVER.
           PERFORM READ-ROLLOVER-ROW.

       READ-ROLLOVER-ROW.
           IF END-OF-ROLLOVER = "N"
               READ ROLLOVER-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO END-OF-ROLLOVER
               END-READ.
           IF END-OF-ROLLOVER = "N" AND NOT ROLL-VALUE-LEDGER
               MOVE "Y" TO END-OF-ROLLOVER.

       READ-ARCHIVE-LINE.
           READ HISTORY-ARCHIVE-FILE
           AT END
               MOVE "Y" TO END-OF-ARCHIVE.

       BUILD-TREND-REPORT.
           IF PRIOR-DATE = ZEROES
               PERFORM PRINT-TREND-REPORT.

      * Second pass: pull the lines of just those two dates into the
      * side-by-side tables, from any archived year whose dates
      * take in either of them and then from the live file.
       LOAD-TREND-TABLES.
           MOVE ZEROES TO COMIC-TREND-COUNT.
           MOVE ZEROES TO HOUSE-TREND-COUNT.
           MOVE ZEROES TO OVERFLOW-COUNT.
           OPEN INPUT VALUE-HISTORY-FILE.
           PERFORM LOAD-FROM-ARCHIVES.
           IF LIVE-HISTORY-FOUND = "Y"
               MOVE "N" TO END-OF-HISTORY
               PERFORM READ-HISTORY-LINE
               PERFORM LOAD-ONE-HISTORY-LINE
               UNTIL END-OF-HISTORY = "Y"
               CLOSE VALUE-HISTORY-FILE.

       LOAD-ONE-HISTORY-LINE.
           PERFORM JUDGE-HISTORY-LINE.
           PERFORM READ-HISTORY-LINE.

       JUDGE-HISTORY-LINE.
           IF VH-SNAPSHOT-DATE = LATEST-DATE OR
              VH-SNAPSHOT-DATE = PRIOR-DATE
               PERFORM FIND-OR-ADD-COMIC-ENTRY.

       LOAD-FROM-ARCHIVES.
           OPEN INPUT ROLLOVER-FILE.
           IF ROLLOVER-FILE-STATUS = "00"
               PERFORM START-AT-VALUE-ROWS
               PERFORM LOAD-ONE-ARCHIVE
               UNTIL END-OF-ROLLOVER = "Y"
               CLOSE ROLLOVER-FILE.

       LOAD-ONE-ARCHIVE.
           IF (ROLL-FIRST-DATE NOT > PRIOR-DATE AND
               ROLL-LAST-DATE NOT < PRIOR-DATE) OR
              (ROLL-FIRST-DATE NOT > LATEST-DATE AND
               ROLL-LAST-DATE NOT < LATEST-DATE)
               MOVE ROLL-ARCHIVE-NAME TO HISTORY-ARCHIVE-NAME
               PERFORM READ-ARCHIVED-LINES.
           PERFORM READ-ROLLOVER-ROW.

       READ-ARCHIVED-LINES.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           IF HISTORY-ARCHIVE-STATUS = "00"
               MOVE "N" TO END-OF-ARCHIVE
               PERFORM READ-ARCHIVE-LINE
               PERFORM LOAD-ONE-ARCHIVED-LINE
               UNTIL END-OF-ARCHIVE = "Y"
               CLOSE HISTORY-ARCHIVE-FILE.

       LOAD-ONE-ARCHIVED-LINE.
           MOVE HISTORY-ARCHIVE-LINE TO VALUE-HISTORY-RECORD.
           PERFORM JUDGE-HISTORY-LINE.
           PERFORM READ-ARCHIVE-LINE.

       FIND-OR-ADD-COMIC-ENTRY.
           MOVE "N" TO ENTRY-FOUND.
