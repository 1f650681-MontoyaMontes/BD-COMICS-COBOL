       COPY "PUBLISHER-PHYSIC-FILE.cbl".
       COPY "CHARACTER-PHYSIC-FILE.cbl".
       COPY "LOCATION-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       COPY "PUBLISHER-LOGIC-FILE.cbl".
       COPY "CHARACTER-LOGIC-FILE.cbl".
       COPY "LOCATION-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       COPY "RATECALL-WS.cbl".
       COPY "BUDGETCALL-WS.cbl".
       77 RECORD-FOUND PIC X.
       77 ID-COMIC-FIELD PIC Z(5).
       77 OUT-ID PIC 9(05).
       77 MONEY-VALUE-WORK PIC 9(05)V99.
       77 OUT-VALUE-WORK PIC 9(05)V99.
       77 IN-VALUE-WORK PIC 9(05)V99.
       77 CURRENCY-FIELD PIC X(03).
       77 CURRENCY-VALID PIC X.
       77 PURCHASE-DECLINED PIC X.
       77 BUDGET-ANSWER PIC X.
       77 BUDGET-HOUSE-SHOWN PIC X(23).
       77 BUDGET-AMOUNT-ED PIC Z(6)9.99.
       77 BUDGET-SPENT-ED PIC Z(8)9.99.
      * The incoming comic's fields, parked here while the record
      * area is needed to re-read and dispose the outgoing row.
       77 HELD-HOUSE PIC X(20).
       77 TRADE-FILE-STATUS PIC X(02).
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 END-OF-PUBLISHERS PIC X.
       77 PUBLISHER-VALID PIC X.
       77 PUBLISHER-COUNT PIC 9(03).
           DISPLAY TEXT-TRADE-COUNTERPARTY.
           MOVE SPACE TO COUNTERPARTY-FIELD.
           ACCEPT COUNTERPARTY-FIELD.
           MOVE "N" TO CURRENCY-VALID.
           PERFORM GET-TRADE-CURRENCY
           UNTIL CURRENCY-VALID = "Y".
           DISPLAY TEXT-TRADE-OUT-VALUE-WHOLE.
           ACCEPT VALUE-WHOLE-PART.
           DISPLAY TEXT-TRADE-OUT-VALUE-CENTS.
           PERFORM BUILD-MONEY-VALUE.
           MOVE MONEY-VALUE-WORK TO OUT-VALUE-WORK.
           PERFORM CAPTURE-INCOMING-FIELDS.
           PERFORM CHECK-TRADE-BUDGET.
           MOVE "N" TO CONFIRM-ANSWER.
           IF PURCHASE-DECLINED = "N"
               DISPLAY TEXT-TRADE-CONFIRM
               ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "y"
               MOVE "Y" TO CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y"
               PERFORM SETTLE-THE-TRADE.

      * Both agreed values are struck in one currency, blank for the
      * house currency. A foreign code is only taken when the rate
      * master has a rate for it in force today, so every trade on
      * the ledger can be converted when the reports total it.
       GET-TRADE-CURRENCY.
           DISPLAY TEXT-TRADE-CURRENCY-PROMPT.
           MOVE SPACE TO CURRENCY-FIELD.
           ACCEPT CURRENCY-FIELD.
           MOVE "Y" TO CURRENCY-VALID.
           IF CURRENCY-FIELD NOT = SPACE
               MOVE CURRENCY-FIELD TO RCA-CURRENCY
               ACCEPT RCA-DATE FROM DATE YYYYMMDD
               MOVE ZEROES TO RCA-AMOUNT
               CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA
               IF RCA-RATE-MISSING
                   DISPLAY ERROR-TRADE-NO-RATE
                   MOVE "N" TO CURRENCY-VALID.

      * What comes in on a trade lands on the file at its agreed
      * value, acquired today, so it is weighed against the
      * budgets the same as a purchase keyed in CREATE-RECORD. A
      * budget that asks for confirmation can stop the trade here,
      * before anything has been written.
       CHECK-TRADE-BUDGET.
           MOVE "N" TO PURCHASE-DECLINED.
           MOVE COMIC-HOUSE TO BCA-HOUSE.
           ACCEPT BCA-DATE FROM DATE YYYYMMDD.
           MOVE CURRENCY-FIELD TO BCA-CURRENCY.
           MOVE IN-VALUE-WORK TO BCA-AMOUNT.
           CALL "CHECK-BUDGET" USING BUDGET-CALL-AREA.
           IF NOT BCA-WITHIN
               PERFORM SHOW-BUDGET-WARNING.
           IF BCA-OVER-CONFIRM
               DISPLAY TEXT-BUDGET-CONFIRM
               MOVE SPACE TO BUDGET-ANSWER
               ACCEPT BUDGET-ANSWER
               IF BUDGET-ANSWER NOT = "Y" AND
                  BUDGET-ANSWER NOT = "y"
                   MOVE "Y" TO PURCHASE-DECLINED
                   DISPLAY TEXT-BUDGET-NOT-ADDED.

       SHOW-BUDGET-WARNING.
           IF BCA-OVER-HOUSE = SPACE
               MOVE TEXT-BUDGET-ALL-HOUSES TO BUDGET-HOUSE-SHOWN
           ELSE
               MOVE BCA-OVER-HOUSE TO BUDGET-HOUSE-SHOWN.
           DISPLAY " ".
           DISPLAY TEXT-BUDGET-OVER.
           IF BCA-OVER-MONTH = ZEROES
               DISPLAY TEXT-BUDGET-YEAR-LABEL BCA-OVER-YEAR " "
                   BUDGET-HOUSE-SHOWN
           ELSE
               DISPLAY TEXT-BUDGET-MONTH-LABEL BCA-OVER-YEAR "/"
                   BCA-OVER-MONTH " " BUDGET-HOUSE-SHOWN.
           MOVE BCA-OVER-BUDGET TO BUDGET-AMOUNT-ED.
           DISPLAY TEXT-BUDGET-LIMIT-LABEL BUDGET-AMOUNT-ED.
           MOVE BCA-OVER-SPENT TO BUDGET-SPENT-ED.
           DISPLAY TEXT-BUDGET-SPENT-LABEL BUDGET-SPENT-ED.
           MOVE BCA-BASE-AMOUNT TO BUDGET-SPENT-ED.
           DISPLAY TEXT-BUDGET-BUY-LABEL BUDGET-SPENT-ED.

      * A plain ACCEPT into a PIC 9(05)V99 field does not honor the
      * implied decimal point, so the whole-euro and cents amounts
      * are taken as two separate integers and combined by hand.
           MOVE ZEROES TO COMIC-SERIES-ID.
           MOVE 1 TO COMIC-COPY-NUMBER.
           MOVE IN-VALUE-WORK TO COMIC-VALUE.
           MOVE CURRENCY-FIELD TO COMIC-CURRENCY.
           MOVE ZEROES TO LOAN-DATE.
           MOVE ZEROES TO LOAN-DUE-DATE.
           ACCEPT DATE-ACQUIRED FROM DATE YYYYMMDD.
           MOVE OUT-VALUE-WORK TO TRADE-OUT-VALUE.
           MOVE IN-ID TO TRADE-IN-ID.
           MOVE IN-VALUE-WORK TO TRADE-IN-VALUE.
           MOVE CURRENCY-FIELD TO TRADE-CURRENCY.
           OPEN EXTEND TRADE-FILE.
           IF TRADE-FILE-STATUS = "35"
               PERFORM SEED-TRADE-FILE.
           PERFORM APPEND-AUDIT-LINE.

       APPEND-AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

      * Full before/after record images for the shared image
      * ledger and the day journal: the disposed row as a rewrite,
