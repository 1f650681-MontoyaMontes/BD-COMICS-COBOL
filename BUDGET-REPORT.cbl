       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "BUDGET-PHYSIC-FILE.cbl".
       COPY "WANT-PHYSIC-FILE.cbl".
       COPY "BUDRPT-PHYSIC-FILE.cbl".

       COPY "PARAMS-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "BUDGET-LOGIC-FILE.cbl".
       COPY "WANT-LOGIC-FILE.cbl".
       COPY "BUDRPT-LOGIC-FILE.cbl".

       COPY "PARAMS-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "RATECALL-WS.cbl".
       77 UNATTENDED-MODE PIC X.
       77 PARAM-TARGET-YEAR PIC 9(04).
       77 PARAMS-FILE-STATUS PIC X(02).
       77 BUDGET-FILE-STATUS PIC X(02).
       77 WANT-FILE-STATUS PIC X(02).
       77 EOF-SWITCH PIC X.
       77 TARGET-YEAR PIC 9(04).
       77 TARGET-YEAR-ED PIC 9(04).
       77 TODAY-DATE PIC 9(08).
       77 TODAY-PERIOD PIC 9(06).
       77 TODAY-DAY PIC 9(02).
       77 YEAR-ACQUIRED PIC 9(04).
       77 MONTH-ACQUIRED PIC 9(02).
       77 MONTH-DAY-ACQUIRED PIC 9(04).
       77 BUDGET-COUNT PIC 9(03).
       77 BUDGET-INDEX PIC 9(03).
       77 PERIOD-END PIC 9(06).
       77 OVERFLOW-COUNT PIC 9(07).
       77 NO-RATE-COUNT PIC 9(07).
       77 NO-CEILING-COUNT PIC 9(07).
       77 READ-COUNT PIC 9(07).
       77 COUNT-ED PIC Z(6)9.
       77 HEADROOM PIC S9(09)V99.

      * One row per budget of the chosen year, in key order: the
      * whole-year rows first, then month by month, each period's
      * all-publishers row ahead of the named houses.
       01 BUDGET-TABLE.
           05 BUDGET-ENTRY OCCURS 100 TIMES.
               10 BT-MONTH       PIC 9(02).
               10 BT-HOUSE       PIC X(20).
               10 BT-AMOUNT      PIC 9(07)V99.
               10 BT-OPEN        PIC X(01).
               10 BT-SPENT       PIC S9(09)V99.
               10 BT-COMMITTED   PIC 9(09)V99.

       01 BUDGET-REPORT-LINE.
           05 BRL-YEAR          PIC 9(04).
           05 BRL-SLASH         PIC X(01).
           05 BRL-MONTH         PIC X(02).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BRL-HOUSE         PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BRL-BUDGET        PIC Z(6)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BRL-SPENT         PIC Z(8)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BRL-COMMITTED     PIC Z(8)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BRL-HEADROOM      PIC -(8)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BRL-MARK          PIC X(06).
       01 BUDGET-REPORT-HEADING.
           05 BRH-PERIOD        PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BRH-HOUSE         PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BRH-BUDGET        PIC X(11).
           05 FILLER            PIC X(02) VALUE SPACE.
           05 BRH-SPENT         PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BRH-COMMITTED     PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 BRH-HEADROOM      PIC X(12).

       COPY "BUDRPT-WS-ESP.cbl".

      * Budget against actual for one year: for every budget on
      * file, what it allows, what has been spent in its period so
      * far (by the same rule CHECK-BUDGET applies at the entry
      * screens), what the want list could still cost, and the
      * headroom left once both are taken off. Open wants are
      * counted at their maximum price against every budget of
      * their publisher whose period has not ended yet, since
      * nobody can say in which month they will turn up.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           PERFORM LOAD-BATCH-PARAMS.
           PERFORM ASK-TARGET-YEAR.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DIVIDE TODAY-DATE BY 100 GIVING TODAY-PERIOD
               REMAINDER TODAY-DAY.
           MOVE ZEROES TO OVERFLOW-COUNT.
           MOVE ZEROES TO NO-RATE-COUNT.
           MOVE ZEROES TO NO-CEILING-COUNT.
           MOVE ZEROES TO READ-COUNT.
           PERFORM LOAD-YEAR-BUDGETS.
           IF BUDGET-COUNT NOT = ZEROES
               PERFORM ADD-UP-YEAR-SPEND
               PERFORM ADD-UP-COMMITMENTS.
           OPEN OUTPUT BUDRPT-FILE.
           PERFORM PRINT-BUDGET-REPORT.
           CLOSE BUDRPT-FILE.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain; run on its own
      * it still ends the run unit the same way.
           END-PROGRAM.
               GOBACK.

      * Scheduled with no year in the parameters, the report is
      * for the year running now.
       ASK-TARGET-YEAR.
           IF UNATTENDED-MODE = "Y"
               IF PARAM-TARGET-YEAR NOT = ZEROES
                   MOVE PARAM-TARGET-YEAR TO TARGET-YEAR
               ELSE
                   ACCEPT TODAY-DATE FROM DATE YYYYMMDD
                   DIVIDE TODAY-DATE BY 10000 GIVING TARGET-YEAR
               END-IF
           ELSE
               DISPLAY " "
               DISPLAY TEXT-BUDRPT-YEAR-PROMPT
               ACCEPT TARGET-YEAR.

      * A site that never keyed a budget has no file yet, which
      * the report answers with its "no budgets" line.
       LOAD-YEAR-BUDGETS.
           MOVE ZEROES TO BUDGET-COUNT.
           OPEN INPUT BUDGET-FILE.
           IF BUDGET-FILE-STATUS = "00"
               PERFORM START-YEAR-BUDGETS
               PERFORM TAKE-ONE-BUDGET
               UNTIL EOF-SWITCH = "Y"
               CLOSE BUDGET-FILE.

       START-YEAR-BUDGETS.
           MOVE "N" TO EOF-SWITCH.
           MOVE TARGET-YEAR TO BUD-YEAR.
           MOVE ZEROES TO BUD-MONTH.
           MOVE SPACE TO BUD-HOUSE.
           START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.

      * The table caps at 100 rows, which is a dozen months for
      * several publishers; anything past that is counted and
      * named at the foot rather than silently dropped.
       TAKE-ONE-BUDGET.
           READ BUDGET-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               IF BUD-YEAR NOT = TARGET-YEAR
                   MOVE "Y" TO EOF-SWITCH
               ELSE
                   IF BUDGET-COUNT < 100
                       PERFORM STORE-ONE-BUDGET
                   ELSE
                       ADD 1 TO OVERFLOW-COUNT.

      * A period is still open when its last month is this month
      * or later; a whole-year row runs to December.
       STORE-ONE-BUDGET.
           ADD 1 TO BUDGET-COUNT.
           MOVE BUD-MONTH TO BT-MONTH(BUDGET-COUNT).
           MOVE BUD-HOUSE TO BT-HOUSE(BUDGET-COUNT).
           MOVE BUD-AMOUNT TO BT-AMOUNT(BUDGET-COUNT).
           MOVE ZEROES TO BT-SPENT(BUDGET-COUNT).
           MOVE ZEROES TO BT-COMMITTED(BUDGET-COUNT).
           IF BUD-MONTH = ZEROES
               COMPUTE PERIOD-END = BUD-YEAR * 100 + 12
           ELSE
               COMPUTE PERIOD-END = BUD-YEAR * 100 + BUD-MONTH.
           IF PERIOD-END < TODAY-PERIOD
               MOVE "N" TO BT-OPEN(BUDGET-COUNT)
           ELSE
               MOVE "Y" TO BT-OPEN(BUDGET-COUNT).

       ADD-UP-YEAR-SPEND.
           OPEN INPUT COMICS-FILE.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZEROES TO COMIC-ID.
           START COMICS-FILE KEY IS NOT LESS THAN COMIC-ID
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.
           PERFORM TALLY-ONE-COMIC
           UNTIL EOF-SWITCH = "Y".
           CLOSE COMICS-FILE.

      * Sold and traded books still count, as in CHECK-BUDGET: the
      * money was spent the day they were bought. Only soft-deleted
      * rows stay out.
       TALLY-ONE-COMIC.
           READ COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               ADD 1 TO READ-COUNT
               IF NOT COMIC-DELETED AND
                  DATE-ACQUIRED IS NUMERIC AND
                  COMIC-VALUE IS NUMERIC
                   DIVIDE DATE-ACQUIRED BY 10000
                       GIVING YEAR-ACQUIRED
                       REMAINDER MONTH-DAY-ACQUIRED
                   IF YEAR-ACQUIRED = TARGET-YEAR
                       PERFORM WEIGH-ONE-COMIC.

      * A book with no rate on file for the day it was bought is
      * kept out of the spend and counted at the foot, the same way
      * the spend report leaves it out of its totals.
       WEIGH-ONE-COMIC.
           DIVIDE MONTH-DAY-ACQUIRED BY 100 GIVING MONTH-ACQUIRED.
           MOVE COMIC-CURRENCY TO RCA-CURRENCY.
           MOVE DATE-ACQUIRED TO RCA-DATE.
           MOVE COMIC-VALUE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           IF RCA-RATE-MISSING
               ADD 1 TO NO-RATE-COUNT
           ELSE
               MOVE ZEROES TO BUDGET-INDEX
               PERFORM CHARGE-ONE-BUDGET
               UNTIL BUDGET-INDEX = BUDGET-COUNT.

       CHARGE-ONE-BUDGET.
           ADD 1 TO BUDGET-INDEX.
           IF (BT-MONTH(BUDGET-INDEX) = ZEROES OR
               BT-MONTH(BUDGET-INDEX) = MONTH-ACQUIRED) AND
              (BT-HOUSE(BUDGET-INDEX) = SPACE OR
               BT-HOUSE(BUDGET-INDEX) = COMIC-HOUSE)
               ADD RCA-BASE-AMOUNT TO BT-SPENT(BUDGET-INDEX).

      * No want file simply means nothing is committed.
       ADD-UP-COMMITMENTS.
           OPEN INPUT WANT-FILE.
           IF WANT-FILE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               PERFORM TALLY-ONE-WANT
               UNTIL EOF-SWITCH = "Y"
               CLOSE WANT-FILE.

      * A want with no ceiling has no price to commit; it is only
      * counted, so the reader knows the headroom is optimistic.
       TALLY-ONE-WANT.
           READ WANT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               IF WANT-MAX-PRICE IS NUMERIC AND
                  WANT-MAX-PRICE > ZEROES
                   MOVE ZEROES TO BUDGET-INDEX
                   PERFORM COMMIT-ONE-BUDGET
                   UNTIL BUDGET-INDEX = BUDGET-COUNT
               ELSE
                   ADD 1 TO NO-CEILING-COUNT.

       COMMIT-ONE-BUDGET.
           ADD 1 TO BUDGET-INDEX.
           IF BT-OPEN(BUDGET-INDEX) = "Y" AND
              (BT-HOUSE(BUDGET-INDEX) = SPACE OR
               BT-HOUSE(BUDGET-INDEX) = WANT-HOUSE)
               ADD WANT-MAX-PRICE TO BT-COMMITTED(BUDGET-INDEX).

       PRINT-BUDGET-REPORT.
           MOVE TARGET-YEAR TO TARGET-YEAR-ED.
           MOVE SPACE TO BUDRPT-LINE.
           STRING TEXT-BUDRPT-TITLE-PREFIX DELIMITED BY SIZE
                  TARGET-YEAR-ED DELIMITED BY SIZE
                  INTO BUDRPT-LINE.
           WRITE BUDRPT-LINE.
           MOVE SPACE TO BUDRPT-LINE.
           WRITE BUDRPT-LINE.
           IF BUDGET-COUNT = ZEROES
               MOVE TEXT-BUDRPT-NONE TO BUDRPT-LINE
               WRITE BUDRPT-LINE
           ELSE
               PERFORM PRINT-BUDGET-HEADING
               MOVE ZEROES TO BUDGET-INDEX
               PERFORM PRINT-ONE-BUDGET
               UNTIL BUDGET-INDEX = BUDGET-COUNT
               PERFORM PRINT-BUDGET-FOOTING.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE OVERFLOW-COUNT TO COUNT-ED
               MOVE SPACE TO BUDRPT-LINE
               STRING TEXT-BUDRPT-TRUNCATED DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      INTO BUDRPT-LINE
               WRITE BUDRPT-LINE.

       PRINT-BUDGET-HEADING.
           MOVE TEXT-BUDRPT-HEAD-PERIOD TO BRH-PERIOD.
           MOVE TEXT-BUDRPT-HEAD-HOUSE TO BRH-HOUSE.
           MOVE TEXT-BUDRPT-HEAD-BUDGET TO BRH-BUDGET.
           MOVE TEXT-BUDRPT-HEAD-SPENT TO BRH-SPENT.
           MOVE TEXT-BUDRPT-HEAD-COMMITTED TO BRH-COMMITTED.
           MOVE TEXT-BUDRPT-HEAD-HEADROOM TO BRH-HEADROOM.
           MOVE BUDGET-REPORT-HEADING TO BUDRPT-LINE.
           WRITE BUDRPT-LINE.

      * A whole-year row shows the year alone; a month row shows
      * year and month. The mark flags spend already past the
      * budget; a negative headroom without it means the want list
      * would be what takes the period over.
       PRINT-ONE-BUDGET.
           ADD 1 TO BUDGET-INDEX.
           MOVE TARGET-YEAR TO BRL-YEAR.
           IF BT-MONTH(BUDGET-INDEX) = ZEROES
               MOVE SPACE TO BRL-SLASH
               MOVE SPACE TO BRL-MONTH
           ELSE
               MOVE "/" TO BRL-SLASH
               MOVE BT-MONTH(BUDGET-INDEX) TO BRL-MONTH.
           IF BT-HOUSE(BUDGET-INDEX) = SPACE
               MOVE TEXT-BUDRPT-ALL-HOUSES TO BRL-HOUSE
           ELSE
               MOVE BT-HOUSE(BUDGET-INDEX) TO BRL-HOUSE.
           MOVE BT-AMOUNT(BUDGET-INDEX) TO BRL-BUDGET.
           MOVE BT-SPENT(BUDGET-INDEX) TO BRL-SPENT.
           MOVE BT-COMMITTED(BUDGET-INDEX) TO BRL-COMMITTED.
           COMPUTE HEADROOM = BT-AMOUNT(BUDGET-INDEX)
               - BT-SPENT(BUDGET-INDEX)
               - BT-COMMITTED(BUDGET-INDEX).
           MOVE HEADROOM TO BRL-HEADROOM.
           IF BT-SPENT(BUDGET-INDEX) > BT-AMOUNT(BUDGET-INDEX)
               MOVE TEXT-BUDRPT-OVER-MARK TO BRL-MARK
           ELSE
               MOVE SPACE TO BRL-MARK.
           MOVE BUDGET-REPORT-LINE TO BUDRPT-LINE.
           WRITE BUDRPT-LINE.

       PRINT-BUDGET-FOOTING.
           MOVE SPACE TO BUDRPT-LINE.
           WRITE BUDRPT-LINE.
           MOVE TEXT-BUDRPT-COMMIT-NOTE-1 TO BUDRPT-LINE.
           WRITE BUDRPT-LINE.
           MOVE TEXT-BUDRPT-COMMIT-NOTE-2 TO BUDRPT-LINE.
           WRITE BUDRPT-LINE.
           IF NO-CEILING-COUNT NOT = ZEROES
               MOVE NO-CEILING-COUNT TO COUNT-ED
               MOVE SPACE TO BUDRPT-LINE
               STRING TEXT-BUDRPT-NO-CEILING DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      INTO BUDRPT-LINE
               WRITE BUDRPT-LINE.
           IF NO-RATE-COUNT NOT = ZEROES
               MOVE NO-RATE-COUNT TO COUNT-ED
               MOVE SPACE TO BUDRPT-LINE
               STRING TEXT-BUDRPT-NO-RATE DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      INTO BUDRPT-LINE
               WRITE BUDRPT-LINE.


      * One read of the batch parameter file decides whether this
      * run may stop at a prompt; no file or no "S" means the usual
      * interactive behaviour.
       LOAD-BATCH-PARAMS.
           MOVE "N" TO UNATTENDED-MODE.
           MOVE ZEROES TO PARAM-TARGET-YEAR.
           OPEN INPUT PARAMS-FILE.
           IF PARAMS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               READ PARAMS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM NOTE-BATCH-PARAMS
               END-READ
               CLOSE PARAMS-FILE.

       NOTE-BATCH-PARAMS.
           IF BP-UNATTENDED = "S"
               MOVE "Y" TO UNATTENDED-MODE.
           IF BP-TARGET-YEAR IS NUMERIC
               MOVE BP-TARGET-YEAR TO PARAM-TARGET-YEAR.

       NOTE-RUN-START.
           MOVE "BUDGET-REPORT" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE READ-COUNT TO RLC-READ-COUNT.
           MOVE BUDGET-COUNT TO RLC-WRITTEN-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "BUDRPT-WS-ENG.cbl".

       END PROGRAM BUDGET-REPORT.
