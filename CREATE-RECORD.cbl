       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "CONTROL-PHYSIC-FILE.cbl".
       COPY "PUBLISHER-PHYSIC-FILE.cbl".
       COPY "SERIES-PHYSIC-FILE.cbl".
       COPY "DEALER-PHYSIC-FILE.cbl".
       COPY "LOCATION-PHYSIC-FILE.cbl".
       COPY "CREATOR-PHYSIC-FILE.cbl".
       COPY "CREATORX-PHYSIC-FILE.cbl".
       COPY "OWNER-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "CONTROL-LOGIC-FILE.cbl".
       COPY "PUBLISHER-LOGIC-FILE.cbl".
       COPY "SERIES-LOGIC-FILE.cbl".
       COPY "DEALER-LOGIC-FILE.cbl".
       COPY "LOCATION-LOGIC-FILE.cbl".
       COPY "CREATOR-LOGIC-FILE.cbl".
       COPY "CREATORX-LOGIC-FILE.cbl".
       COPY "OWNER-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       COPY "RATECALL-WS.cbl".
       COPY "BUDGETCALL-WS.cbl".
       COPY "ORDCALL-WS.cbl".
       COPY "OPERATOR-SESSION-WS.cbl".
       COPY "CREATE-WS-ESP.cbl".
       COPY "AUDIT-WS-ESP.cbl".

       01 CREATOR-XREF-FILE-STATUS PIC X(02).
       01 CONTROL-FOUND PIC X.
       01 CONTROL-FILE-STATUS PIC X(02).
       01 VALUE-WHOLE-PART PIC 9(05).
       01 VALUE-CENTS-PART PIC 9(02).
       01 VALUE-CENTS-FRACTION PIC 9V99.
       01 CHARACTERS-LOADED PIC X.
       01 CHARACTER-FILE-STATUS PIC X(02).
       01 LOCATION-VALID PIC X.
       01 CURRENCY-VALID PIC X.
       01 PURCHASE-DECLINED PIC X.
       01 BUDGET-ANSWER PIC X.
       01 BUDGET-HOUSE-SHOWN PIC X(23).
       01 BUDGET-AMOUNT-ED PIC Z(6)9.99.
       01 BUDGET-SPENT-ED PIC Z(8)9.99.
       01 LOCATION-FILE-STATUS PIC X(02).
       01 OWNER-VALID PIC X.
       01 DEFAULT-OWNER PIC X(05).
       01 OWNER-FILE-STATUS PIC X(02).
       01 PUBLISHER-TABLE.
           05 PUBLISHER-ENTRY OCCURS 50 TIMES PIC X(20).
       01 DEALER-TABLE.
       PERFORM LOAD-DEALERS.
       PERFORM LOAD-CHARACTERS.
       PERFORM LOAD-CREATORS.
       PERFORM LOAD-DEFAULT-OWNER.
       MOVE "Y" TO YES-NO.
       PERFORM ADD-RECORD
       UNTIL YES-NO = "N".
               ADD 1 TO CREATOR-COUNT
               MOVE CREATOR-NAME TO CREATOR-ENTRY(CREATOR-COUNT).

      * The owner a comic defaults to is the one the signed-on
      * operator is tied to on the owner registry, looked up once
      * per session; nobody tied, or no registry yet, leaves new
      * comics unassigned unless an owner is typed in.
       LOAD-DEFAULT-OWNER.
           MOVE SPACE TO DEFAULT-OWNER.
           OPEN INPUT OWNER-FILE.
           IF OWNER-FILE-STATUS NOT = "35"
               IF SESSION-OPERATOR-ID NOT = SPACE
                   MOVE SESSION-OPERATOR-ID TO OWNER-OPERATOR-ID
                   READ OWNER-FILE KEY IS OWNER-OPERATOR-ID
                       INVALID KEY
                       CONTINUE
                       NOT INVALID KEY
                       IF OWNER-ACTIVE
                           MOVE OWNER-CODE TO DEFAULT-OWNER
                       END-IF
                   END-READ
               END-IF
               CLOSE OWNER-FILE.

       ADD-RECORD.
           PERFORM GET-ENTRY-MODE.
           IF ENTRY-MODE = "2"
               UNTIL DUPLICATE-ID = "N"
      * Creators hang off the title, so only a brand-new comic asks
      * for them; a further copy shares the first copy's entries.
               IF PURCHASE-DECLINED = "N"
                   PERFORM GET-COMIC-CREATORS.
           PERFORM RESTART.

       GET-ENTRY-MODE.
           MOVE "N" TO USER-SELECTION.
           PERFORM GET-FIELDS
           UNTIL USER-SELECTION = "Y".
           PERFORM CHECK-PURCHASE-BUDGET.
           IF PURCHASE-DECLINED = "Y"
               MOVE "N" TO DUPLICATE-ID
           ELSE
               PERFORM WRITE-RECORD.

      * A further copy of something already on file reuses the
      * bibliographic fields of the original and only asks for what
           MOVE "N" TO USER-SELECTION.
           PERFORM GET-COPY-FIELDS
           UNTIL USER-SELECTION = "Y".
           PERFORM CHECK-PURCHASE-BUDGET.
           IF PURCHASE-DECLINED = "Y"
               MOVE "N" TO DUPLICATE-ID
           ELSE
               PERFORM WRITE-RECORD.

       GET-COPY-FIELDS.
           MOVE SPACE TO COMIC-RECORD.
           ACCEPT VALUE-WHOLE-PART.
           DISPLAY VALUE-CENTS-PROMPT.
           ACCEPT VALUE-CENTS-PART.
           DISPLAY CURRENCY-PROMPT.
           ACCEPT COMIC-CURRENCY.
           DISPLAY COVER-PATH-PROMPT.
           ACCEPT COMIC-COVER-PATH.
           DISPLAY ACQUIRED-DATE-PROMPT.
           ACCEPT COMIC-LOCATION.
           DISPLAY BARCODE-PROMPT.
           ACCEPT COMIC-BARCODE.
           DISPLAY OWNER-PROMPT DEFAULT-OWNER.
           ACCEPT COMIC-OWNER.
           PERFORM CONTINUE-COPY-PROCEDURE.

      * Only the per-copy fields need validating here; the
               IF DATE-ACQUIRED NOT NUMERIC
                   DISPLAY ERROR-INVALID-ACQUIRED-DATE
                   MOVE "N" TO USER-SELECTION.
           IF COMIC-CURRENCY NOT = SPACE
               PERFORM CHECK-CURRENCY
               IF CURRENCY-VALID = "N"
                   DISPLAY ERROR-INVALID-CURRENCY
                   MOVE "N" TO USER-SELECTION.
           IF COMIC-DEALER NOT = SPACE
               PERFORM CHECK-DEALER
               IF DEALER-VALID = "N"
               IF LOCATION-VALID = "N"
                   DISPLAY ERROR-INVALID-LOCATION
                   MOVE "N" TO USER-SELECTION.
           PERFORM SETTLE-COMIC-OWNER.

      * The control file holds the last COMIC-ID handed out, so the
      * operator is never asked to type one in. On a fresh system
           ACCEPT VALUE-WHOLE-PART.
           DISPLAY VALUE-CENTS-PROMPT.
           ACCEPT VALUE-CENTS-PART.
           DISPLAY CURRENCY-PROMPT.
           ACCEPT COMIC-CURRENCY.
           DISPLAY COVER-PATH-PROMPT.
           ACCEPT COMIC-COVER-PATH.
           DISPLAY ACQUIRED-DATE-PROMPT.
           ACCEPT COMIC-LOCATION.
           DISPLAY BARCODE-PROMPT.
           ACCEPT COMIC-BARCODE.
           DISPLAY OWNER-PROMPT DEFAULT-OWNER.
           ACCEPT COMIC-OWNER.
           PERFORM CONTINUE-PROCEDURE.

      * Add more exceptions.
               IF DATE-ACQUIRED NOT NUMERIC
                   DISPLAY ERROR-INVALID-ACQUIRED-DATE
                   MOVE "N" TO USER-SELECTION.
           IF COMIC-CURRENCY NOT = SPACE
               PERFORM CHECK-CURRENCY
               IF CURRENCY-VALID = "N"
                   DISPLAY ERROR-INVALID-CURRENCY
                   MOVE "N" TO USER-SELECTION.
           PERFORM CHECK-PUBLISHER.
           IF PUBLISHER-VALID = "N"
               DISPLAY ERROR-INVALID-HOUSE
               IF LOCATION-VALID = "N"
                   DISPLAY ERROR-INVALID-LOCATION
                   MOVE "N" TO USER-SELECTION.
           PERFORM SETTLE-COMIC-OWNER.

      * A plain ACCEPT into a PIC 9(05)V99 field does not honor the
      * implied decimal point, so the whole-euro and cents amounts
           ADD VALUE-WHOLE-PART VALUE-CENTS-FRACTION
               GIVING COMIC-VALUE.

      * A foreign purchase currency must have a rate on the rate
      * master in force on the day the comic was bought (today when
      * that date is unknown), or the spend and period reports
      * could never bring the value into the house currency.
       CHECK-CURRENCY.
           MOVE COMIC-CURRENCY TO RCA-CURRENCY.
           IF DATE-ACQUIRED IS NUMERIC AND DATE-ACQUIRED NOT = ZEROES
               MOVE DATE-ACQUIRED TO RCA-DATE
           ELSE
               ACCEPT RCA-DATE FROM DATE YYYYMMDD.
           MOVE ZEROES TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           IF RCA-RATE-FOUND
               MOVE "Y" TO CURRENCY-VALID
           ELSE
               MOVE "N" TO CURRENCY-VALID.

      * COMIC-HOUSE must match one of the approved codes exactly, so
      * "marvel"/"Marvel Comics"/"MARVEL" cannot all slip in as the
      * same publisher under different spellings.
               END-READ
               CLOSE LOCATION-FILE.

      * A blank owner takes the session's default. A typed code
      * must be an active owner on the registry; unlike the other
      * masters there is no waving through without one, since a
      * code nobody can resolve would leave the comic belonging to
      * no one the reports know.
       SETTLE-COMIC-OWNER.
           IF COMIC-OWNER = SPACE
               MOVE DEFAULT-OWNER TO COMIC-OWNER
           ELSE
               PERFORM CHECK-OWNER
               IF OWNER-VALID = "N"
                   DISPLAY ERROR-INVALID-OWNER
                   MOVE "N" TO USER-SELECTION.

       CHECK-OWNER.
           MOVE "N" TO OWNER-VALID.
           OPEN INPUT OWNER-FILE.
           IF OWNER-FILE-STATUS NOT = "35"
               MOVE COMIC-OWNER TO OWNER-CODE
               READ OWNER-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF OWNER-ACTIVE
                       MOVE "Y" TO OWNER-VALID
                   END-IF
               END-READ
               CLOSE OWNER-FILE.

      * Once the fields are good the purchase is weighed against the
      * budgets for the day it was made (today when that date is
      * unknown). Going over a budget is only pointed out, unless
      * the budget asks for confirmation, in which case a "no"
      * leaves the comic unrecorded; the ID it was given stays
      * used, the same as after a duplicate.
       CHECK-PURCHASE-BUDGET.
           MOVE "N" TO PURCHASE-DECLINED.
           MOVE COMIC-HOUSE TO BCA-HOUSE.
           IF DATE-ACQUIRED IS NUMERIC AND DATE-ACQUIRED NOT = ZEROES
               MOVE DATE-ACQUIRED TO BCA-DATE
           ELSE
               ACCEPT BCA-DATE FROM DATE YYYYMMDD.
           MOVE COMIC-CURRENCY TO BCA-CURRENCY.
           MOVE COMIC-VALUE TO BCA-AMOUNT.
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

       WRITE-RECORD.
           WRITE COMIC-RECORD
           INVALID KEY
           NOT INVALID KEY
               MOVE "N" TO DUPLICATE-ID
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-IMAGE-LINE
               PERFORM NOTE-STANDING-ARRIVAL.

      * A comic filed under a series goes to NOTE-ORDER-ARRIVAL, so
      * the series' standing order counts it in without anybody
      * ticking it off, and a series whose order was cancelled is
      * pointed out while the shop can still be told.
       NOTE-STANDING-ARRIVAL.
           IF COMIC-SERIES-ID IS NUMERIC AND COMIC-SERIES-ID > ZEROES
               MOVE COMIC-SERIES-ID TO OAA-SERIES-ID
               MOVE COMIC-ISSUE TO OAA-ISSUE
               ACCEPT OAA-DATE FROM DATE YYYYMMDD
               IF DATE-ACQUIRED IS NUMERIC AND
                  DATE-ACQUIRED NOT = ZEROES
                   MOVE DATE-ACQUIRED TO OAA-DATE
               END-IF
               CALL "NOTE-ORDER-ARRIVAL" USING ORDER-ARRIVAL-AREA
               IF OAA-NOTED
                   DISPLAY TEXT-ORDER-ARRIVAL-NOTED
               ELSE
                   IF OAA-ORDER-CANCELLED
                       DISPLAY TEXT-ORDER-CANCELLED.

      * Full before/after record images for the shared image
      * ledger and the day journal, one CALL per landed write; a
                  " " DELIMITED BY SIZE
                  COMIC-NAME DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

      * Creators come in one per prompt until the operator leaves
      * the name blank; each accepted pair lands as its own line on
