       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK-BUDGET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "BUDGET-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "BUDGET-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "FILE-STATUS-WS.cbl".
       COPY "RATECALL-WS.cbl".
       77 BUDGET-FILE-STATUS PIC X(02).
       77 EOF-SWITCH PIC X.
       77 BUDGET-COUNT PIC 9(01).
       77 BUDGET-INDEX PIC 9(01).
       77 PURCHASE-YEAR PIC 9(04).
       77 PURCHASE-MONTH PIC 9(02).
       77 PURCHASE-MONTH-DAY PIC 9(04).
       77 YEAR-ACQUIRED PIC 9(04).
       77 MONTH-ACQUIRED PIC 9(02).
       77 MONTH-DAY-ACQUIRED PIC 9(04).
       77 SPEND-AFTER PIC S9(09)V99.
       77 HELD-COMIC-RECORD PIC X(290).

      * The four budgets that can apply to one purchase, tightest
      * first: its month for its publisher, its month for all
      * publishers, then the same two for the whole year.
       01 APPLICABLE-BUDGET-TABLE.
           05 APPLICABLE-BUDGET OCCURS 4 TIMES.
               10 AB-MONTH       PIC 9(02).
               10 AB-HOUSE       PIC X(20).
               10 AB-FOUND       PIC X(01).
               10 AB-AMOUNT      PIC 9(07)V99.
               10 AB-ACTION      PIC X(01).
               10 AB-SPENT       PIC S9(09)V99.

       LINKAGE SECTION.
       COPY "BUDGETCALL-WS.cbl".

      * CREATE-RECORD, TRADE-RECORD and BULK-IMPORT all ask here
      * before a purchase lands, the same way every report asks
      * CONVERT-TO-BASE for a rate, so one rule decides what the
      * spend for a period is: every comic not soft-deleted whose
      * DATE-ACQUIRED falls in it, at its value in house currency
      * on the day it was acquired. Sold and traded books still
      * count, because the money was spent all the same.
       PROCEDURE DIVISION USING BUDGET-CALL-AREA.
       START-PROGRAM.
           SET BCA-WITHIN TO TRUE.
           MOVE ZEROES TO BCA-OVER-YEAR.
           MOVE ZEROES TO BCA-OVER-MONTH.
           MOVE SPACE TO BCA-OVER-HOUSE.
           MOVE ZEROES TO BCA-OVER-BUDGET.
           MOVE ZEROES TO BCA-OVER-SPENT.
           PERFORM CONVERT-PURCHASE.
           PERFORM LOAD-APPLICABLE-BUDGETS.
           IF BUDGET-COUNT NOT = ZEROES AND
              BCA-BASE-AMOUNT > ZEROES
               PERFORM ADD-UP-PERIOD-SPEND
               MOVE ZEROES TO BUDGET-INDEX
               PERFORM JUDGE-ONE-BUDGET
               UNTIL BUDGET-INDEX = 4.
           END-PROGRAM.
               GOBACK.

      * A purchase in a currency with no rate for the day has no
      * house-currency amount to weigh, so it passes unjudged; the
      * entry screens refuse such a currency before getting here.
       CONVERT-PURCHASE.
           MOVE BCA-CURRENCY TO RCA-CURRENCY.
           MOVE BCA-DATE TO RCA-DATE.
           MOVE BCA-AMOUNT TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           MOVE RCA-BASE-AMOUNT TO BCA-BASE-AMOUNT.

      * The budget master is opened and closed per call, like the
      * rate master, so a budget keyed in mid-session counts at
      * once. A site with no budget file has nothing to exceed.
       LOAD-APPLICABLE-BUDGETS.
           MOVE ZEROES TO BUDGET-COUNT.
           DIVIDE BCA-DATE BY 10000 GIVING PURCHASE-YEAR
               REMAINDER PURCHASE-MONTH-DAY.
           DIVIDE PURCHASE-MONTH-DAY BY 100 GIVING PURCHASE-MONTH.
           MOVE PURCHASE-MONTH TO AB-MONTH(1).
           MOVE BCA-HOUSE TO AB-HOUSE(1).
           MOVE PURCHASE-MONTH TO AB-MONTH(2).
           MOVE SPACE TO AB-HOUSE(2).
           MOVE ZEROES TO AB-MONTH(3).
           MOVE BCA-HOUSE TO AB-HOUSE(3).
           MOVE ZEROES TO AB-MONTH(4).
           MOVE SPACE TO AB-HOUSE(4).
           MOVE ZEROES TO BUDGET-INDEX.
           OPEN INPUT BUDGET-FILE.
           IF BUDGET-FILE-STATUS = "00"
               PERFORM READ-ONE-BUDGET
               UNTIL BUDGET-INDEX = 4
               CLOSE BUDGET-FILE
           ELSE
               PERFORM FORGET-ONE-BUDGET
               UNTIL BUDGET-INDEX = 4.

      * A comic with no publisher only answers to the
      * all-publishers rows, which the second and fourth entries
      * already look up.
       READ-ONE-BUDGET.
           ADD 1 TO BUDGET-INDEX.
           MOVE "N" TO AB-FOUND(BUDGET-INDEX).
           MOVE ZEROES TO AB-SPENT(BUDGET-INDEX).
           IF AB-HOUSE(BUDGET-INDEX) NOT = SPACE OR
              BUDGET-INDEX = 2 OR BUDGET-INDEX = 4
               MOVE PURCHASE-YEAR TO BUD-YEAR
               MOVE AB-MONTH(BUDGET-INDEX) TO BUD-MONTH
               MOVE AB-HOUSE(BUDGET-INDEX) TO BUD-HOUSE
               READ BUDGET-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   PERFORM TAKE-ONE-BUDGET.

       TAKE-ONE-BUDGET.
           MOVE "Y" TO AB-FOUND(BUDGET-INDEX).
           MOVE BUD-AMOUNT TO AB-AMOUNT(BUDGET-INDEX).
           MOVE BUD-LIMIT-ACTION TO AB-ACTION(BUDGET-INDEX).
           ADD 1 TO BUDGET-COUNT.

       FORGET-ONE-BUDGET.
           ADD 1 TO BUDGET-INDEX.
           MOVE "N" TO AB-FOUND(BUDGET-INDEX).
           MOVE ZEROES TO AB-SPENT(BUDGET-INDEX).

      * The caller's comic record sits in the shared record area,
      * often filled in but not yet written, so it is put aside
      * for the scan and handed back exactly as it came.
       ADD-UP-PERIOD-SPEND.
           MOVE COMIC-RECORD TO HELD-COMIC-RECORD.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZEROES TO COMIC-ID.
           START COMICS-FILE KEY IS NOT LESS THAN COMIC-ID
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.
           PERFORM TALLY-ONE-COMIC
           UNTIL EOF-SWITCH = "Y".
           MOVE HELD-COMIC-RECORD TO COMIC-RECORD.

       TALLY-ONE-COMIC.
           READ COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               IF NOT COMIC-DELETED AND
                  DATE-ACQUIRED IS NUMERIC AND
                  COMIC-VALUE IS NUMERIC
                   DIVIDE DATE-ACQUIRED BY 10000
                       GIVING YEAR-ACQUIRED
                       REMAINDER MONTH-DAY-ACQUIRED
                   IF YEAR-ACQUIRED = PURCHASE-YEAR
                       PERFORM WEIGH-ONE-COMIC.

      * A book whose rate is missing is left out of the spend, the
      * same way the spend report leaves it out of its totals.
       WEIGH-ONE-COMIC.
           DIVIDE MONTH-DAY-ACQUIRED BY 100 GIVING MONTH-ACQUIRED.
           MOVE COMIC-CURRENCY TO RCA-CURRENCY.
           MOVE DATE-ACQUIRED TO RCA-DATE.
           MOVE COMIC-VALUE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           IF RCA-RATE-FOUND
               MOVE ZEROES TO BUDGET-INDEX
               PERFORM CHARGE-ONE-BUDGET
               UNTIL BUDGET-INDEX = 4.

       CHARGE-ONE-BUDGET.
           ADD 1 TO BUDGET-INDEX.
           IF AB-FOUND(BUDGET-INDEX) = "Y"
               IF (AB-MONTH(BUDGET-INDEX) = ZEROES OR
                   AB-MONTH(BUDGET-INDEX) = MONTH-ACQUIRED) AND
                  (AB-HOUSE(BUDGET-INDEX) = SPACE OR
                   AB-HOUSE(BUDGET-INDEX) = COMIC-HOUSE)
                   ADD RCA-BASE-AMOUNT TO AB-SPENT(BUDGET-INDEX).

      * The first budget broken, in table order, is the one the
      * screen names; any broken budget that asks for confirmation
      * makes the whole purchase need it.
       JUDGE-ONE-BUDGET.
           ADD 1 TO BUDGET-INDEX.
           IF AB-FOUND(BUDGET-INDEX) = "Y"
               ADD AB-SPENT(BUDGET-INDEX) BCA-BASE-AMOUNT
                   GIVING SPEND-AFTER
               IF SPEND-AFTER > AB-AMOUNT(BUDGET-INDEX)
                   PERFORM NOTE-BROKEN-BUDGET.

       NOTE-BROKEN-BUDGET.
           IF BCA-WITHIN
               SET BCA-OVER-WARN TO TRUE
               MOVE PURCHASE-YEAR TO BCA-OVER-YEAR
               MOVE AB-MONTH(BUDGET-INDEX) TO BCA-OVER-MONTH
               MOVE AB-HOUSE(BUDGET-INDEX) TO BCA-OVER-HOUSE
               MOVE AB-AMOUNT(BUDGET-INDEX) TO BCA-OVER-BUDGET
               MOVE AB-SPENT(BUDGET-INDEX) TO BCA-OVER-SPENT.
           IF AB-ACTION(BUDGET-INDEX) = "C"
               SET BCA-OVER-CONFIRM TO TRUE.

       END PROGRAM CHECK-BUDGET.
