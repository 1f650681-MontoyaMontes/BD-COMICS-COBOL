       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AUDIT-PHYSIC-FILE.cbl".
       COPY "ROLLCTL-PHYSIC-FILE.cbl".
       COPY "HISTARC-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AUDIT-LOGIC-FILE.cbl".
       COPY "ROLLCTL-LOGIC-FILE.cbl".
       COPY "HISTARC-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       77 WANTED-DATE-FROM PIC 9(08).
       77 WANTED-DATE-TO PIC 9(08).
       77 AUDIT-LINE-DATE PIC X(08).
       77 WANTED-OPERATOR PIC X(10).
       77 AUDIT-FILE-STATUS PIC X(02).
       77 ROLLOVER-FILE-STATUS PIC X(02).
       77 HISTORY-ARCHIVE-STATUS PIC X(02).
       77 HISTORY-ARCHIVE-NAME PIC X(40).
       77 LIVE-LOG-FOUND PIC X.
       77 END-OF-ROLLOVER PIC X.
       77 END-OF-ARCHIVE PIC X.
       77 ARCHIVES-SEARCHED PIC 9(03).

       COPY "AUDITQ-WS-ESP.cbl".
       COPY "AUDIT-WS-ESP.cbl".
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM GET-QUERY-MODE.
           PERFORM RUN-QUERY-MODE
           UNTIL QUERY-MODE = "5".
           END-PROGRAM.
               GOBACK.

           DISPLAY TEXT-AUDITQ-MODE-OPTION-2.
           DISPLAY TEXT-AUDITQ-MODE-OPTION-3.
           DISPLAY TEXT-AUDITQ-MODE-OPTION-4.
           DISPLAY TEXT-AUDITQ-MODE-OPTION-5.
           ACCEPT QUERY-MODE.

       RUN-QUERY-MODE.
                   PERFORM QUERY-BY-ACTION
               WHEN "3"
                   PERFORM QUERY-BY-DATE-RANGE
               WHEN "4"
                   PERFORM QUERY-BY-OPERATOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF QUERY-MODE NOT = "5"
               PERFORM GET-QUERY-MODE.

      * Every audit line carries "ID=" plus the five-digit comic ID
               MOVE DATE-TO-FIELD TO WANTED-DATE-TO
               PERFORM SCAN-AUDIT-LINES.

      * The operator stamp sits in its own columns after the text,
      * so it is compared in place like the date is.
       QUERY-BY-OPERATOR.
           DISPLAY " ".
           DISPLAY TEXT-AUDITQ-OPERATOR-PROMPT.
           MOVE SPACE TO WANTED-OPERATOR.
           ACCEPT WANTED-OPERATOR.
           PERFORM SCAN-AUDIT-LINES.

      * One sequential pass over the whole log per query; the filter
      * chosen by QUERY-MODE decides which lines get shown. The
      * update lines already carry their before/after values, so a
      * matching line is displayed whole rather than re-formatted.
      * Years the rollover has taken off the live log are searched
      * first, oldest first, so the lines still come out in the
      * order they were written.
       SCAN-AUDIT-LINES.
           MOVE ZEROES TO MATCH-COUNT.
           MOVE ZEROES TO ARCHIVES-SEARCHED.
           MOVE "Y" TO LIVE-LOG-FOUND.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               MOVE "N" TO LIVE-LOG-FOUND.
           PERFORM SEARCH-AUDIT-ARCHIVES.
           IF LIVE-LOG-FOUND = "Y"
               MOVE "N" TO END-OF-AUDIT
               PERFORM READ-AUDIT-LINE
               PERFORM FILTER-AUDIT-LINE
               UNTIL END-OF-AUDIT = "Y"
               CLOSE AUDIT-FILE.
           IF LIVE-LOG-FOUND = "N" AND ARCHIVES-SEARCHED = ZEROES
               DISPLAY TEXT-AUDITQ-NO-AUDIT-FILE
           ELSE
               PERFORM SHOW-MATCH-TOTAL.

       READ-AUDIT-LINE.
               MOVE "Y" TO END-OF-AUDIT.

       FILTER-AUDIT-LINE.
           PERFORM JUDGE-AUDIT-LINE.
           PERFORM READ-AUDIT-LINE.

       JUDGE-AUDIT-LINE.
           MOVE "N" TO LINE-WANTED.
           EVALUATE QUERY-MODE
               WHEN "1"
                   PERFORM CHECK-ACTION-LABEL
               WHEN "3"
                   PERFORM CHECK-LINE-DATE
               WHEN "4"
                   IF AUDIT-OPERATOR = WANTED-OPERATOR
                       MOVE "Y" TO LINE-WANTED
                   END-IF
           END-EVALUATE.
           IF LINE-WANTED = "Y"
               ADD 1 TO MATCH-COUNT
               DISPLAY AUDIT-LINE
               IF AUDIT-OPERATOR NOT = SPACE
                   DISPLAY TEXT-AUDITQ-OPERATOR-LABEL
                       AUDIT-OPERATOR.

      * Every closed year of the log has a row on the rollover
      * control file; a date-range query skips the years whose
      * dates fall wholly outside the range asked for.
       SEARCH-AUDIT-ARCHIVES.
           OPEN INPUT ROLLOVER-FILE.
           IF ROLLOVER-FILE-STATUS = "00"
               PERFORM START-AT-AUDIT-ROWS
               PERFORM SEARCH-ONE-AUDIT-ARCHIVE
               UNTIL END-OF-ROLLOVER = "Y"
               CLOSE ROLLOVER-FILE.

       START-AT-AUDIT-ROWS.
           MOVE "N" TO END-OF-ROLLOVER.
           SET ROLL-AUDIT-LEDGER TO TRUE.
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
           IF END-OF-ROLLOVER = "N" AND NOT ROLL-AUDIT-LEDGER
               MOVE "Y" TO END-OF-ROLLOVER.

       SEARCH-ONE-AUDIT-ARCHIVE.
           IF QUERY-MODE NOT = "3"
               PERFORM READ-AUDIT-ARCHIVE
           ELSE
               IF ROLL-LAST-DATE NOT < WANTED-DATE-FROM AND
                  ROLL-FIRST-DATE NOT > WANTED-DATE-TO
                   PERFORM READ-AUDIT-ARCHIVE.
           PERFORM READ-ROLLOVER-ROW.

       READ-AUDIT-ARCHIVE.
           MOVE ROLL-ARCHIVE-NAME TO HISTORY-ARCHIVE-NAME.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           IF HISTORY-ARCHIVE-STATUS = "00"
               ADD 1 TO ARCHIVES-SEARCHED
               MOVE "N" TO END-OF-ARCHIVE
               PERFORM READ-ARCHIVE-LINE
               PERFORM FILTER-ARCHIVE-LINE
               UNTIL END-OF-ARCHIVE = "Y"
               CLOSE HISTORY-ARCHIVE-FILE.

       READ-ARCHIVE-LINE.
           READ HISTORY-ARCHIVE-FILE
           AT END
               MOVE "Y" TO END-OF-ARCHIVE.

      * An archived line is the same line the live log carried, so
      * it goes through the same filter from the log's own record.
       FILTER-ARCHIVE-LINE.
           MOVE HISTORY-ARCHIVE-LINE TO AUDIT-RECORD.
           PERFORM JUDGE-AUDIT-LINE.
           PERFORM READ-ARCHIVE-LINE.

       CHECK-ID-TOKEN.
           MOVE "N" TO TOKEN-FOUND.
