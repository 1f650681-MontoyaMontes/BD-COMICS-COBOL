       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER-CHECK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "STDORD-PHYSIC-FILE.cbl".
       COPY "SERIES-PHYSIC-FILE.cbl".
       COPY "ORDRPT-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "STDORD-LOGIC-FILE.cbl".
       COPY "SERIES-LOGIC-FILE.cbl".
       COPY "ORDRPT-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       77 STANDING-ORDER-FILE-STATUS PIC X(02).
       77 SERIES-FILE-STATUS PIC X(02).
       77 SERIES-AVAILABLE PIC X.
       77 SERIES-FOUND PIC X.
       77 RECORD-FOUND PIC X.
       77 EOF-SWITCH PIC X.
       77 END-OF-ORDERS PIC X.
       77 ORDER-PROBLEM PIC X.
       77 TODAY-DATE PIC 9(08).
       77 DATE-YEAR PIC 9(04).
       77 DATE-MONTH-DAY PIC 9(04).
       77 DATE-MONTH PIC 9(02).
       77 MONTH-NUMBER PIC 9(06).
       77 RUN-MONTH-NUMBER PIC 9(06).
       77 MONTHS-DUE PIC 9(06).
       77 ISSUES-DUE PIC 9(07).
       77 LATE-LIMIT PIC 9(03).
       77 ORDER-COUNT PIC 9(03).
       77 ORDER-INDEX PIC 9(03).
       77 ORDER-PICK PIC 9(03).
       77 ISSUE-OFFSET PIC 9(05).
       77 ISSUE-INDEX PIC 9(03).
       77 ISSUE-NUMBER PIC 9(05).
       77 ORDER-OVERFLOW-COUNT PIC 9(07).
       77 CHECKED-COUNT PIC 9(07).
       77 UPDATED-COUNT PIC 9(07).
       77 LATE-COUNT PIC 9(07).
       77 DOUBLE-COUNT PIC 9(07).
       77 CLOSED-COUNT PIC 9(07).
       77 PROBLEM-ORDER-COUNT PIC 9(07).
       77 STATUS-TEXT PIC X(12).
       77 ISSUE-ED PIC Z(4)9.
       77 DUE-ED PIC Z(4)9.
       77 COUNT-ED PIC Z(6)9.
       77 COPIES-ED PIC Z9.

      * What the master holds for each live order, gathered in one
      * pass over the comics: the copies of each issue from the
      * order's first issue on, one slot per issue for the first
      * 240 issues (twenty years of a monthly), so both a hole and
      * a second copy show up against the issue they belong to.
       01 ORDER-TABLE.
           05 ORDER-ENTRY OCCURS 500 TIMES.
               10 OE-SERIES-ID       PIC 9(05).
               10 OE-HOUSE           PIC X(20).
               10 OE-TITLE           PIC X(40).
               10 OE-START-ISSUE     PIC 9(05).
               10 OE-ARRIVED-COUNT   PIC 9(05).
               10 OE-LAST-ISSUE      PIC 9(05).
               10 OE-LAST-DATE       PIC 9(08).
               10 OE-BEYOND-COUNT    PIC 9(05).
               10 OE-ISSUE-COPIES OCCURS 240 TIMES PIC 9(02).

       COPY "STDORD-WS-ESP.cbl".

      * The monthly look at the standing orders. For every order
      * not cancelled it works out which issues should have come in
      * by now: from the order's first issue, its monthly quantity
      * for every whole month since it started falling due, never
      * past the last issue of a series that has ended. Those are
      * held against what CREATE-RECORD and BULK-IMPORT actually
      * put on the master, and the report shows each order with
      * its late issues, any issue that came in twice, and a
      * warning where the series has ended or left the series
      * master while the order still runs. A paused order owes
      * nothing while it is paused. Every order checked has its
      * arrival figures recounted from the master and its check
      * date set.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           DISPLAY TEXT-OCHK-START.
           MOVE ZEROES TO CHECKED-COUNT.
           MOVE ZEROES TO UPDATED-COUNT.
           MOVE ZEROES TO LATE-COUNT.
           MOVE ZEROES TO DOUBLE-COUNT.
           MOVE ZEROES TO CLOSED-COUNT.
           MOVE ZEROES TO PROBLEM-ORDER-COUNT.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM WORK-OUT-MONTH-NUMBER.
           MOVE MONTH-NUMBER TO RUN-MONTH-NUMBER.
      * A site that keeps no standing orders has nothing to check.
           OPEN I-O STANDING-ORDER-FILE.
           IF STANDING-ORDER-FILE-STATUS = "35"
               DISPLAY TEXT-OCHK-NO-ORDERS
           ELSE
               PERFORM CHECK-STANDING-ORDERS
               CLOSE STANDING-ORDER-FILE.
           PERFORM WRITE-RUN-LOG-LINE.
           IF RLC-STATUS = "ERROR"
               MOVE 8 TO RETURN-CODE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

      * Months counted from year zero, so two dates a year apart
      * are twelve apart; TODAY-DATE carries the AAAAMMDD date in.
       WORK-OUT-MONTH-NUMBER.
           DIVIDE TODAY-DATE BY 10000 GIVING DATE-YEAR
               REMAINDER DATE-MONTH-DAY.
           DIVIDE DATE-MONTH-DAY BY 100 GIVING DATE-MONTH.
           MULTIPLY DATE-YEAR BY 12 GIVING MONTH-NUMBER.
           ADD DATE-MONTH TO MONTH-NUMBER.

       CHECK-STANDING-ORDERS.
           MOVE "Y" TO SERIES-AVAILABLE.
           OPEN INPUT SERIES-FILE.
           IF SERIES-FILE-STATUS = "35"
               MOVE "N" TO SERIES-AVAILABLE.
           PERFORM LOAD-ORDER-TABLE.
           OPEN INPUT COMICS-FILE.
           PERFORM COUNT-ARRIVALS.
           CLOSE COMICS-FILE.
           OPEN OUTPUT ORDRPT-FILE.
           PERFORM PRINT-CHECK-HEADING.
           MOVE ZEROES TO ORDER-INDEX.
           PERFORM CHECK-ONE-ORDER
           UNTIL ORDER-INDEX = ORDER-COUNT.
           PERFORM PRINT-CHECK-TOTALS.
           CLOSE ORDRPT-FILE.
           IF SERIES-AVAILABLE = "Y"
               CLOSE SERIES-FILE.
           MOVE CHECKED-COUNT TO COUNT-ED.
           DISPLAY TEXT-OCHK-CHECKED COUNT-ED.
           MOVE LATE-COUNT TO COUNT-ED.
           DISPLAY TEXT-OCHK-LATE COUNT-ED.

      * Cancelled orders are history and are not looked at again.
       LOAD-ORDER-TABLE.
           MOVE ZEROES TO ORDER-COUNT.
           MOVE ZEROES TO ORDER-OVERFLOW-COUNT.
           MOVE "N" TO END-OF-ORDERS.
           MOVE ZEROES TO SO-SERIES-ID.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-SERIES-ID
               INVALID KEY
               MOVE "Y" TO END-OF-ORDERS.
           IF END-OF-ORDERS = "N"
               PERFORM READ-NEXT-ORDER.
           PERFORM NOTE-ONE-ORDER
           UNTIL END-OF-ORDERS = "Y".

       READ-NEXT-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-ORDERS.

       NOTE-ONE-ORDER.
           IF NOT SO-CANCELLED
               IF ORDER-COUNT < 500
                   ADD 1 TO ORDER-COUNT
                   MOVE SO-SERIES-ID TO OE-SERIES-ID(ORDER-COUNT)
                   PERFORM READ-ORDER-SERIES
                   MOVE SERIES-HOUSE TO OE-HOUSE(ORDER-COUNT)
                   MOVE SERIES-TITLE TO OE-TITLE(ORDER-COUNT)
                   MOVE SO-START-ISSUE TO OE-START-ISSUE(ORDER-COUNT)
                   MOVE ZEROES TO OE-ARRIVED-COUNT(ORDER-COUNT)
                   MOVE ZEROES TO OE-LAST-ISSUE(ORDER-COUNT)
                   MOVE ZEROES TO OE-LAST-DATE(ORDER-COUNT)
                   MOVE ZEROES TO OE-BEYOND-COUNT(ORDER-COUNT)
                   MOVE ZEROES TO ISSUE-INDEX
                   PERFORM CLEAR-ONE-ISSUE-SLOT
                   UNTIL ISSUE-INDEX = 240
               ELSE
                   ADD 1 TO ORDER-OVERFLOW-COUNT.
           PERFORM READ-NEXT-ORDER.

       CLEAR-ONE-ISSUE-SLOT.
           ADD 1 TO ISSUE-INDEX.
           MOVE ZEROES TO OE-ISSUE-COPIES(ORDER-COUNT, ISSUE-INDEX).

       COUNT-ARRIVALS.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZEROES TO COMIC-ID.
           START COMICS-FILE KEY IS NOT LESS THAN COMIC-ID
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               PERFORM READ-NEXT-COMIC.
           PERFORM COUNT-ONE-COMIC
           UNTIL EOF-SWITCH = "Y".

       READ-NEXT-COMIC.
           READ COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.

      * Sold and traded copies still arrived; only soft-deleted
      * ones, which were never really there, are left out. A comic
      * filed without a series ID, as bulk loads once all were,
      * is matched on the series house and title instead, the way
      * ARC-REPORT matches them.
       COUNT-ONE-COMIC.
           MOVE ZEROES TO ORDER-PICK.
           MOVE ZEROES TO ORDER-INDEX.
           IF NOT COMIC-DELETED
               IF COMIC-SERIES-ID IS NUMERIC AND
                  COMIC-SERIES-ID > ZEROES
                   PERFORM FIND-COMIC-ORDER
                   UNTIL ORDER-INDEX = ORDER-COUNT OR
                   ORDER-PICK NOT = ZEROES
               ELSE
                   PERFORM FIND-COMIC-ORDER-BY-TITLE
                   UNTIL ORDER-INDEX = ORDER-COUNT OR
                   ORDER-PICK NOT = ZEROES.
           IF ORDER-PICK NOT = ZEROES
               IF COMIC-ISSUE NOT < OE-START-ISSUE(ORDER-PICK)
                   PERFORM TALLY-ORDER-ARRIVAL.
           PERFORM READ-NEXT-COMIC.

       FIND-COMIC-ORDER.
           ADD 1 TO ORDER-INDEX.
           IF OE-SERIES-ID(ORDER-INDEX) = COMIC-SERIES-ID
               MOVE ORDER-INDEX TO ORDER-PICK.

       FIND-COMIC-ORDER-BY-TITLE.
           ADD 1 TO ORDER-INDEX.
           IF OE-TITLE(ORDER-INDEX) NOT = SPACE AND
              OE-HOUSE(ORDER-INDEX) = COMIC-HOUSE AND
              OE-TITLE(ORDER-INDEX) = COMIC-NAME
               MOVE ORDER-INDEX TO ORDER-PICK.

       TALLY-ORDER-ARRIVAL.
           ADD 1 TO OE-ARRIVED-COUNT(ORDER-PICK).
           IF COMIC-ISSUE > OE-LAST-ISSUE(ORDER-PICK)
               MOVE COMIC-ISSUE TO OE-LAST-ISSUE(ORDER-PICK).
           IF DATE-ACQUIRED IS NUMERIC
               IF DATE-ACQUIRED > OE-LAST-DATE(ORDER-PICK)
                   MOVE DATE-ACQUIRED TO OE-LAST-DATE(ORDER-PICK).
           SUBTRACT OE-START-ISSUE(ORDER-PICK) FROM COMIC-ISSUE
               GIVING ISSUE-OFFSET.
           ADD 1 TO ISSUE-OFFSET.
           IF ISSUE-OFFSET > 240
               ADD 1 TO OE-BEYOND-COUNT(ORDER-PICK)
           ELSE
               MOVE ISSUE-OFFSET TO ISSUE-INDEX
               IF OE-ISSUE-COPIES(ORDER-PICK, ISSUE-INDEX) < 99
                   ADD 1 TO OE-ISSUE-COPIES(ORDER-PICK, ISSUE-INDEX).

       CHECK-ONE-ORDER.
           ADD 1 TO ORDER-INDEX.
           MOVE OE-SERIES-ID(ORDER-INDEX) TO SO-SERIES-ID.
           MOVE "Y" TO RECORD-FOUND.
           READ STANDING-ORDER-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = "Y"
               ADD 1 TO CHECKED-COUNT
               MOVE "N" TO ORDER-PROBLEM
               PERFORM READ-ORDER-SERIES
               PERFORM WORK-OUT-ISSUES-DUE
               PERFORM PRINT-ORDER-LINE
               PERFORM REPORT-LATE-ISSUES
               PERFORM REPORT-DOUBLE-ARRIVALS
               PERFORM REPORT-ENDED-SERIES
               IF ORDER-PROBLEM = "Y"
                   ADD 1 TO PROBLEM-ORDER-COUNT
               END-IF
               PERFORM UPDATE-ORDER-ARRIVALS.

       READ-ORDER-SERIES.
           MOVE "N" TO SERIES-FOUND.
           IF SERIES-AVAILABLE = "Y"
               MOVE SO-SERIES-ID TO SERIES-ID
               MOVE "Y" TO SERIES-FOUND
               READ SERIES-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO SERIES-FOUND.
           IF SERIES-FOUND = "N"
               MOVE SPACE TO SERIES-HOUSE
               MOVE SPACE TO SERIES-TITLE
               MOVE ZEROES TO SERIES-LAST-ISSUE.

      * Whole months only: an order taken this month owes nothing
      * until next month's run, which gives the shop the month to
      * deliver.
       WORK-OUT-ISSUES-DUE.
           MOVE ZEROES TO ISSUES-DUE.
           IF SO-ACTIVE AND SO-START-DATE IS NUMERIC
               MOVE SO-START-DATE TO TODAY-DATE
               PERFORM WORK-OUT-MONTH-NUMBER
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               IF RUN-MONTH-NUMBER > MONTH-NUMBER
                   SUBTRACT MONTH-NUMBER FROM RUN-MONTH-NUMBER
                       GIVING MONTHS-DUE
                   MULTIPLY MONTHS-DUE BY SO-MONTHLY-QUANTITY
                       GIVING ISSUES-DUE.
           IF SERIES-LAST-ISSUE NOT = ZEROES
               PERFORM CAP-AT-LAST-ISSUE.

       CAP-AT-LAST-ISSUE.
           IF SERIES-LAST-ISSUE < SO-START-ISSUE
               MOVE ZEROES TO ISSUES-DUE
           ELSE
               SUBTRACT SO-START-ISSUE FROM SERIES-LAST-ISSUE
                   GIVING ISSUE-OFFSET
               ADD 1 TO ISSUE-OFFSET
               IF ISSUES-DUE > ISSUE-OFFSET
                   MOVE ISSUE-OFFSET TO ISSUES-DUE.

       PRINT-ORDER-LINE.
           IF SO-ACTIVE
               MOVE TEXT-ORDER-STATUS-ACTIVE TO STATUS-TEXT
           ELSE
               MOVE TEXT-ORDER-STATUS-PAUSED TO STATUS-TEXT.
           MOVE SO-START-ISSUE TO ISSUE-ED.
           MOVE ISSUES-DUE TO DUE-ED.
           MOVE OE-ARRIVED-COUNT(ORDER-INDEX) TO COUNT-ED.
           MOVE SPACE TO ORDRPT-LINE.
           WRITE ORDRPT-LINE.
           MOVE SPACE TO ORDRPT-LINE.
           STRING SO-SERIES-ID DELIMITED BY SIZE
               " " SERIES-TITLE DELIMITED BY SIZE
               " " SO-SHOP DELIMITED BY SIZE
               " " STATUS-TEXT DELIMITED BY SIZE
               " " ISSUE-ED DELIMITED BY SIZE
               " " DUE-ED DELIMITED BY SIZE
               " " COUNT-ED DELIMITED BY SIZE
               INTO ORDRPT-LINE.
           WRITE ORDRPT-LINE.

       REPORT-LATE-ISSUES.
           MOVE 240 TO LATE-LIMIT.
           IF ISSUES-DUE < 240
               MOVE ISSUES-DUE TO LATE-LIMIT.
           MOVE ZEROES TO ISSUE-INDEX.
           PERFORM CHECK-ONE-DUE-ISSUE
           UNTIL ISSUE-INDEX = LATE-LIMIT.

       CHECK-ONE-DUE-ISSUE.
           ADD 1 TO ISSUE-INDEX.
           IF OE-ISSUE-COPIES(ORDER-INDEX, ISSUE-INDEX) = ZEROES
               ADD 1 TO LATE-COUNT
               MOVE "Y" TO ORDER-PROBLEM
               PERFORM WORK-OUT-ISSUE-NUMBER
               MOVE SPACE TO ORDRPT-LINE
               STRING "      " DELIMITED BY SIZE
                   TEXT-OCHK-LATE-ISSUE DELIMITED BY SIZE
                   " " ISSUE-ED DELIMITED BY SIZE
                   INTO ORDRPT-LINE
               WRITE ORDRPT-LINE.

       REPORT-DOUBLE-ARRIVALS.
           MOVE ZEROES TO ISSUE-INDEX.
           PERFORM CHECK-ONE-ISSUE-SLOT
           UNTIL ISSUE-INDEX = 240.
           IF OE-BEYOND-COUNT(ORDER-INDEX) > ZEROES
               MOVE OE-BEYOND-COUNT(ORDER-INDEX) TO COUNT-ED
               MOVE SPACE TO ORDRPT-LINE
               STRING "      " DELIMITED BY SIZE
                   TEXT-OCHK-BEYOND DELIMITED BY SIZE
                   " " COUNT-ED DELIMITED BY SIZE
                   INTO ORDRPT-LINE
               WRITE ORDRPT-LINE.

       CHECK-ONE-ISSUE-SLOT.
           ADD 1 TO ISSUE-INDEX.
           IF OE-ISSUE-COPIES(ORDER-INDEX, ISSUE-INDEX) > 1
               ADD 1 TO DOUBLE-COUNT
               MOVE "Y" TO ORDER-PROBLEM
               PERFORM WORK-OUT-ISSUE-NUMBER
               MOVE OE-ISSUE-COPIES(ORDER-INDEX, ISSUE-INDEX)
                   TO COPIES-ED
               MOVE SPACE TO ORDRPT-LINE
               STRING "      " DELIMITED BY SIZE
                   TEXT-OCHK-DOUBLE-ISSUE DELIMITED BY SIZE
                   " " ISSUE-ED DELIMITED BY SIZE
                   " " TEXT-OCHK-COPIES DELIMITED BY SIZE
                   " " COPIES-ED DELIMITED BY SIZE
                   INTO ORDRPT-LINE
               WRITE ORDRPT-LINE.

       WORK-OUT-ISSUE-NUMBER.
           ADD SO-START-ISSUE ISSUE-INDEX GIVING ISSUE-NUMBER.
           SUBTRACT 1 FROM ISSUE-NUMBER.
           MOVE ISSUE-NUMBER TO ISSUE-ED.

      * An order still standing on a series that has ended, or on
      * one no longer on the series master, is money the shop may
      * keep asking for; the operator cancels it on the screen.
       REPORT-ENDED-SERIES.
           IF SERIES-FOUND = "N"
               ADD 1 TO CLOSED-COUNT
               MOVE "Y" TO ORDER-PROBLEM
               MOVE SPACE TO ORDRPT-LINE
               STRING "      " DELIMITED BY SIZE
                   TEXT-OCHK-NO-SERIES DELIMITED BY SIZE
                   INTO ORDRPT-LINE
               WRITE ORDRPT-LINE
           ELSE
               IF SERIES-LAST-ISSUE NOT = ZEROES
                   ADD 1 TO CLOSED-COUNT
                   MOVE "Y" TO ORDER-PROBLEM
                   MOVE SERIES-LAST-ISSUE TO ISSUE-ED
                   MOVE SPACE TO ORDRPT-LINE
                   STRING "      " DELIMITED BY SIZE
                       TEXT-OCHK-SERIES-ENDED DELIMITED BY SIZE
                       " " ISSUE-ED DELIMITED BY SIZE
                       INTO ORDRPT-LINE
                   WRITE ORDRPT-LINE.

      * The master is the record of what came in, so its count
      * replaces whatever the day-to-day arrivals added up to.
       UPDATE-ORDER-ARRIVALS.
           MOVE OE-ARRIVED-COUNT(ORDER-INDEX) TO SO-ARRIVED-COUNT.
           MOVE OE-LAST-ISSUE(ORDER-INDEX) TO SO-LAST-ARRIVED-ISSUE.
           MOVE OE-LAST-DATE(ORDER-INDEX) TO SO-LAST-ARRIVAL-DATE.
           MOVE TODAY-DATE TO SO-LAST-CHECK-DATE.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
               DISPLAY ERROR-ORDER-CANT-UPDATE SO-SERIES-ID
               MOVE "ERROR" TO RLC-STATUS
               NOT INVALID KEY
               ADD 1 TO UPDATED-COUNT
           END-REWRITE.

       PRINT-CHECK-HEADING.
           MOVE SPACE TO ORDRPT-LINE.
           STRING TEXT-OCHK-TITLE DELIMITED BY SIZE
               " " TODAY-DATE DELIMITED BY SIZE
               INTO ORDRPT-LINE.
           WRITE ORDRPT-LINE.
           MOVE SPACE TO ORDRPT-LINE.
           WRITE ORDRPT-LINE.
           MOVE TEXT-OCHK-COLUMNS TO ORDRPT-LINE.
           MOVE TEXT-OCHK-HEADER-2 TO ORDRPT-LINE(48:).
           MOVE TEXT-OCHK-HEADER-3 TO ORDRPT-LINE(88:).
           WRITE ORDRPT-LINE.

       PRINT-CHECK-TOTALS.
           MOVE SPACE TO ORDRPT-LINE.
           WRITE ORDRPT-LINE.
           MOVE CHECKED-COUNT TO COUNT-ED.
           MOVE SPACE TO ORDRPT-LINE.
           STRING TEXT-OCHK-TOTAL-CHECKED DELIMITED BY SIZE
               " " COUNT-ED DELIMITED BY SIZE INTO ORDRPT-LINE.
           WRITE ORDRPT-LINE.
           MOVE LATE-COUNT TO COUNT-ED.
           MOVE SPACE TO ORDRPT-LINE.
           STRING TEXT-OCHK-TOTAL-LATE DELIMITED BY SIZE
               " " COUNT-ED DELIMITED BY SIZE INTO ORDRPT-LINE.
           WRITE ORDRPT-LINE.
           MOVE DOUBLE-COUNT TO COUNT-ED.
           MOVE SPACE TO ORDRPT-LINE.
           STRING TEXT-OCHK-TOTAL-DOUBLE DELIMITED BY SIZE
               " " COUNT-ED DELIMITED BY SIZE INTO ORDRPT-LINE.
           WRITE ORDRPT-LINE.
           MOVE CLOSED-COUNT TO COUNT-ED.
           MOVE SPACE TO ORDRPT-LINE.
           STRING TEXT-OCHK-TOTAL-ENDED DELIMITED BY SIZE
               " " COUNT-ED DELIMITED BY SIZE INTO ORDRPT-LINE.
           WRITE ORDRPT-LINE.
           IF ORDER-OVERFLOW-COUNT > ZEROES
               MOVE ORDER-OVERFLOW-COUNT TO COUNT-ED
               MOVE SPACE TO ORDRPT-LINE
               STRING TEXT-OCHK-OVERFLOW DELIMITED BY SIZE
                   " " COUNT-ED DELIMITED BY SIZE INTO ORDRPT-LINE
               WRITE ORDRPT-LINE.

       NOTE-RUN-START.
           MOVE "STANDING-ORDER-CHECK" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night". The
      * orders with something to chase count as rejects.
       WRITE-RUN-LOG-LINE.
           MOVE CHECKED-COUNT TO RLC-READ-COUNT.
           MOVE UPDATED-COUNT TO RLC-WRITTEN-COUNT.
           MOVE PROBLEM-ORDER-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "STDORD-WS-ENG.cbl".

       END PROGRAM STANDING-ORDER-CHECK.
