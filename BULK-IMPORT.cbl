       COPY "IMPORT-PHYSIC-FILE.cbl".
       COPY "CHECKPOINT-PHYSIC-FILE.cbl".
       COPY "RECONCILE-PHYSIC-FILE.cbl".
       COPY "PUBLISHER-PHYSIC-FILE.cbl".
       COPY "REJECT-PHYSIC-FILE.cbl".
       COPY "CONTROL-PHYSIC-FILE.cbl".
       COPY "DEALER-PHYSIC-FILE.cbl".
       COPY "WANT-PHYSIC-FILE.cbl".
       COPY "OWNER-PHYSIC-FILE.cbl".
       COPY "SERIES-PHYSIC-FILE.cbl".

       COPY "PARAMS-PHYSIC-FILE.cbl".

       COPY "IMPORT-LOGIC-FILE.cbl".
       COPY "CHECKPOINT-LOGIC-FILE.cbl".
       COPY "RECONCILE-LOGIC-FILE.cbl".
       COPY "PUBLISHER-LOGIC-FILE.cbl".
       COPY "REJECT-LOGIC-FILE.cbl".
       COPY "CONTROL-LOGIC-FILE.cbl".
       COPY "DEALER-LOGIC-FILE.cbl".
       COPY "WANT-LOGIC-FILE.cbl".
       COPY "OWNER-LOGIC-FILE.cbl".
       COPY "SERIES-LOGIC-FILE.cbl".

       COPY "PARAMS-LOGIC-FILE.cbl".

       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       COPY "RATECALL-WS.cbl".
       COPY "BUDGETCALL-WS.cbl".
       COPY "ORDCALL-WS.cbl".
       COPY "OPERATOR-SESSION-WS.cbl".
       77 UNATTENDED-MODE PIC X.
       77 PARAMS-FILE-STATUS PIC X(02).
       77 END-OF-IMPORT PIC X.
       77 RECONCILE-FILE-STATUS PIC X(02).
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 REJECT-FILE-STATUS PIC X(02).
       77 IMPORT-FILE-STATUS PIC X(02).
       77 RENAME-STATUS PIC S9(09) COMP-5.
       77 WANT-FILLED-COUNT PIC 9(05).
       77 WANT-FILLED-COUNT-ED PIC Z(4)9.
       77 WANT-FILE-STATUS PIC X(02).
       77 IMPORT-VALUE-WORK PIC 9(05)V99.
       77 IMPORT-DATE-WORK PIC 9(08).
       77 PURCHASE-DAY PIC 9(08).
       77 IMPORT-LINE-NUMBER PIC Z(6)9.
       77 BUDGET-ANSWER PIC X.
       77 OVER-BUDGET-COUNT PIC 9(05) VALUE ZEROES.
       77 OVER-BUDGET-COUNT-ED PIC Z(4)9.
       77 ORDER-NOTED-COUNT PIC 9(05) VALUE ZEROES.
       77 ORDER-NOTED-COUNT-ED PIC Z(4)9.
       77 OWNERS-AVAILABLE PIC X.
       77 OWNER-VALID PIC X.
       77 DEFAULT-OWNER PIC X(05).
       77 IMPORT-OWNER-WORK PIC X(05).
       77 SERIES-FILE-STATUS PIC X(02).
       77 SERIES-AVAILABLE PIC X.
       77 END-OF-SERIES PIC X.
       77 SERIES-MATCH-COUNT PIC 9(03).
       77 SERIES-MATCH-ID PIC 9(05).
       77 OWNER-FILE-STATUS PIC X(02).
       01 PUBLISHER-TABLE.
           05 PUBLISHER-ENTRY OCCURS 50 TIMES PIC X(20).
       01 DEALER-TABLE.
       IMPORT-THE-FILE.
           PERFORM CHECK-FOR-CHECKPOINT.
           OPEN I-O COMICS-FILE.
           PERFORM OPEN-REJECT-FILE.
           PERFORM LOAD-PUBLISHERS.
           PERFORM LOAD-DEALERS.
           PERFORM OPEN-WANT-FILE.
           PERFORM OPEN-OWNER-FILE.
           PERFORM OPEN-SERIES-FILE.
           PERFORM LOAD-ID-COUNTER.
           MOVE "N" TO END-OF-IMPORT.
           MOVE ZEROES TO CHECKPOINT-COUNTER.
           PERFORM IMPORT-RECORDS
           UNTIL END-OF-IMPORT = "Y".
           CLOSE IMPORT-FILE.
           CLOSE REJECT-FILE.
           PERFORM CLOSE-WANT-FILE.
           IF OWNERS-AVAILABLE = "Y"
               CLOSE OWNER-FILE.
           IF SERIES-AVAILABLE = "Y"
               CLOSE SERIES-FILE.
           PERFORM SAVE-ID-COUNTER.
           PERFORM WRITE-CONTROL-TOTAL.
           CLOSE COMICS-FILE.
           IF WANT-FILLED-COUNT NOT = ZEROES
               MOVE WANT-FILLED-COUNT TO WANT-FILLED-COUNT-ED
               DISPLAY TEXT-IMPORT-WANTS-DONE WANT-FILLED-COUNT-ED.
           IF OVER-BUDGET-COUNT NOT = ZEROES
               MOVE OVER-BUDGET-COUNT TO OVER-BUDGET-COUNT-ED
               DISPLAY TEXT-IMPORT-BUDGET-DONE OVER-BUDGET-COUNT-ED.
           IF ORDER-NOTED-COUNT NOT = ZEROES
               MOVE ORDER-NOTED-COUNT TO ORDER-NOTED-COUNT-ED
               DISPLAY TEXT-IMPORT-ORDERS-DONE ORDER-NOTED-COUNT-ED.

      * The lines no longer carry their own IDs, so a second pass
      * over the same input would happily reload everything under
               IF DEALER-VALID = "N"
                   MOVE REASON-INVALID-DEALER TO REJECT-REASON-TEXT
                   MOVE "N" TO IMPORT-VALID.
           IF IMPORT-VALID = "Y"
               PERFORM VALIDATE-PURCHASE-FIELDS.
           IF IMPORT-VALID = "Y"
               PERFORM CHECK-IMPORT-OWNER.
           IF IMPORT-VALID = "Y" AND IMPORT-VALUE-WORK > ZEROES
               PERFORM CHECK-IMPORT-BUDGET.

      * The purchase details are optional, so blanks stand for no
      * value, house currency and an unknown date, as every line
      * loaded before they existed. A foreign code needs a rate in
      * force on the day of purchase (today when it is unknown),
      * the same as CREATE-INDEXED-FILE asks.
       VALIDATE-PURCHASE-FIELDS.
           MOVE ZEROES TO IMPORT-VALUE-WORK.
           MOVE ZEROES TO IMPORT-DATE-WORK.
           IF IMPORT-VALUE-X NOT = SPACE
               IF IMPORT-VALUE IS NUMERIC
                   MOVE IMPORT-VALUE TO IMPORT-VALUE-WORK
               ELSE
                   MOVE REASON-INVALID-VALUE TO REJECT-REASON-TEXT
                   MOVE "N" TO IMPORT-VALID.
           IF IMPORT-VALID = "Y" AND IMPORT-DATE-ACQUIRED-X NOT = SPACE
               IF IMPORT-DATE-ACQUIRED IS NUMERIC
                   MOVE IMPORT-DATE-ACQUIRED TO IMPORT-DATE-WORK
               ELSE
                   MOVE REASON-INVALID-DATE TO REJECT-REASON-TEXT
                   MOVE "N" TO IMPORT-VALID.
           IF IMPORT-VALID = "Y" AND IMPORT-CURRENCY NOT = SPACE
               MOVE IMPORT-CURRENCY TO RCA-CURRENCY
               PERFORM SET-PURCHASE-DAY
               MOVE PURCHASE-DAY TO RCA-DATE
               MOVE ZEROES TO RCA-AMOUNT
               CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA
               IF RCA-RATE-MISSING
                   MOVE REASON-NO-RATE TO REJECT-REASON-TEXT
                   MOVE "N" TO IMPORT-VALID.

      * A line over budget is still loaded and counted, with a note
      * on the console; only a budget that asks for confirmation
      * can hold it back. Nobody is there to confirm on an
      * unattended run, so such a line goes to the reject file
      * instead, ready to be loaded again once someone agrees.
       CHECK-IMPORT-BUDGET.
           MOVE IMPORT-HOUSE TO BCA-HOUSE.
           PERFORM SET-PURCHASE-DAY.
           MOVE PURCHASE-DAY TO BCA-DATE.
           MOVE IMPORT-CURRENCY TO BCA-CURRENCY.
           MOVE IMPORT-VALUE-WORK TO BCA-AMOUNT.
           CALL "CHECK-BUDGET" USING BUDGET-CALL-AREA.
           IF NOT BCA-WITHIN
               COMPUTE IMPORT-LINE-NUMBER = PROCESSED-COUNT + 1
               DISPLAY TEXT-IMPORT-OVER-BUDGET IMPORT-LINE-NUMBER
                   TEXT-IMPORT-OVER-PERIOD BCA-OVER-YEAR "/"
                   BCA-OVER-MONTH " " BCA-OVER-HOUSE.
           IF BCA-OVER-CONFIRM
               IF UNATTENDED-MODE = "Y"
                   MOVE "N" TO BUDGET-ANSWER
               ELSE
                   DISPLAY TEXT-IMPORT-BUDGET-CONFIRM
                   MOVE SPACE TO BUDGET-ANSWER
                   ACCEPT BUDGET-ANSWER
               END-IF
               IF BUDGET-ANSWER NOT = "Y" AND
                  BUDGET-ANSWER NOT = "y"
                   MOVE REASON-OVER-BUDGET TO REJECT-REASON-TEXT
                   MOVE "N" TO IMPORT-VALID.
           IF IMPORT-VALID = "Y" AND NOT BCA-WITHIN
               ADD 1 TO OVER-BUDGET-COUNT.

      * A blank owner gives the comic to the owner the operator
      * running the load is tied to on the registry, the same
      * default the add screen offers; a named owner must be an
      * active row there, since a code nobody can resolve would
      * leave the comic belonging to no one the reports know.
       CHECK-IMPORT-OWNER.
           MOVE DEFAULT-OWNER TO IMPORT-OWNER-WORK.
           IF IMPORT-OWNER NOT = SPACE
               MOVE IMPORT-OWNER TO IMPORT-OWNER-WORK
               PERFORM CHECK-OWNER-ON-REGISTRY
               IF OWNER-VALID = "N"
                   MOVE REASON-UNKNOWN-OWNER TO REJECT-REASON-TEXT
                   MOVE "N" TO IMPORT-VALID.

       CHECK-OWNER-ON-REGISTRY.
           MOVE "N" TO OWNER-VALID.
           IF OWNERS-AVAILABLE = "Y"
               MOVE IMPORT-OWNER TO OWNER-CODE
               READ OWNER-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF OWNER-ACTIVE
                       MOVE "Y" TO OWNER-VALID
                   END-IF
               END-READ.

       SET-PURCHASE-DAY.
           IF IMPORT-DATE-WORK NOT = ZEROES
               MOVE IMPORT-DATE-WORK TO PURCHASE-DAY
           ELSE
               ACCEPT PURCHASE-DAY FROM DATE YYYYMMDD.

      * IMPORT-HOUSE must match one of the approved codes exactly, so
      * "marvel"/"Marvel Comics"/"MARVEL" cannot all slip in as the
           MOVE IMPORT-NAME TO COMIC-NAME.
           MOVE IMPORT-DEALER TO COMIC-DEALER.
           MOVE ZEROES TO COMIC-SERIES-ID.
           IF SERIES-AVAILABLE = "Y"
               PERFORM FIND-IMPORT-SERIES.
           MOVE 1 TO COMIC-COPY-NUMBER.
           MOVE IMPORT-VALUE-WORK TO COMIC-VALUE.
           MOVE IMPORT-CURRENCY TO COMIC-CURRENCY.
           MOVE ZEROES TO LOAN-DATE.
           MOVE ZEROES TO LOAN-DUE-DATE.
           MOVE IMPORT-DATE-WORK TO DATE-ACQUIRED.
           MOVE IMPORT-OWNER-WORK TO COMIC-OWNER.
           SET COMIC-ACTIVE TO TRUE.
           ACCEPT COMIC-STATUS-DATE FROM DATE YYYYMMDD.

               ADD 1 TO IMPORT-COUNT
               PERFORM WRITE-IMPORT-AUDIT-RECORD
               PERFORM WRITE-IMAGE-LINE
               PERFORM CHECK-WANT-FILLED
               PERFORM NOTE-STANDING-ARRIVAL.

      * Full before/after record images for the shared image
      * ledger and the day journal, one CALL per landed write; a
           IF WANTS-AVAILABLE = "Y"
               CLOSE WANT-FILE.

      * The owner registry is held open for the run so each named
      * owner is a single keyed read. The operator's own owner is
      * looked up once here; a run started outside the menu has no
      * operator, so its blank lines stay unassigned.
       OPEN-OWNER-FILE.
           MOVE "Y" TO OWNERS-AVAILABLE.
           MOVE SPACE TO DEFAULT-OWNER.
           OPEN INPUT OWNER-FILE.
           IF OWNER-FILE-STATUS = "35"
               MOVE "N" TO OWNERS-AVAILABLE
           ELSE
               IF SESSION-OPERATOR-ID NOT = SPACE
                   PERFORM FIND-OPERATOR-OWNER.

       FIND-OPERATOR-OWNER.
           MOVE SESSION-OPERATOR-ID TO OWNER-OPERATOR-ID.
           READ OWNER-FILE KEY IS OWNER-OPERATOR-ID
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               IF OWNER-ACTIVE
                   MOVE OWNER-CODE TO DEFAULT-OWNER
               END-IF
           END-READ.

      * The import line carries no series ID, so the comic is
      * filed under the series whose house and title it carries,
      * the way ARC-REPORT matches comics to series; with no such
      * series, or more than one, it is left unfiled as before.
       OPEN-SERIES-FILE.
           MOVE "Y" TO SERIES-AVAILABLE.
           OPEN INPUT SERIES-FILE.
           IF SERIES-FILE-STATUS = "35"
               MOVE "N" TO SERIES-AVAILABLE.

       FIND-IMPORT-SERIES.
           MOVE ZEROES TO SERIES-MATCH-COUNT.
           MOVE "N" TO END-OF-SERIES.
           MOVE COMIC-NAME TO SERIES-TITLE.
           START SERIES-FILE KEY IS = SERIES-TITLE
               INVALID KEY
               MOVE "Y" TO END-OF-SERIES.
           IF END-OF-SERIES = "N"
               PERFORM READ-NEXT-SERIES.
           PERFORM CHECK-SERIES-CANDIDATE
           UNTIL END-OF-SERIES = "Y".
           IF SERIES-MATCH-COUNT = 1
               MOVE SERIES-MATCH-ID TO COMIC-SERIES-ID.

       READ-NEXT-SERIES.
           READ SERIES-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-SERIES.
           IF END-OF-SERIES = "N"
               IF SERIES-TITLE NOT = COMIC-NAME
                   MOVE "Y" TO END-OF-SERIES.

       CHECK-SERIES-CANDIDATE.
           IF SERIES-HOUSE = COMIC-HOUSE
               ADD 1 TO SERIES-MATCH-COUNT
               MOVE SERIES-ID TO SERIES-MATCH-ID.
           PERFORM READ-NEXT-SERIES.

      * The record just written still sits in COMIC-RECORD, so
      * its house, title and issue can be held against the want
      * list directly; a hit clears the want so the same issue is
                   ADD 1 TO WANT-FILLED-COUNT
               END-READ.

      * Each loaded comic filed under a series is offered to
      * NOTE-ORDER-ARRIVAL, the same as a comic keyed on the add
      * screen, so standing orders see bulk arrivals too.
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
                   ADD 1 TO ORDER-NOTED-COUNT
               ELSE
                   IF OAA-ORDER-CANCELLED
                       DISPLAY TEXT-IMPORT-ORDER-CANCELLED COMIC-ID.

      * A fresh run starts a fresh reject file; a resumed run keeps
      * appending to the one the aborted run left behind, so rejects
      * from before the crash are not thrown away.
       CLEAR-CHECKPOINT.
           CALL "CBL_DELETE_FILE" USING CHECKPOINT-FILE-NAME.

      * One line per loaded comic, so a bad import can be picked
      * apart afterwards the same way a bad keyboard edit can.
       WRITE-IMPORT-AUDIT-RECORD.
                  " " DELIMITED BY SIZE
                  COMIC-NAME DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

      * Records what this job believes COMICS-FILE holds at the
      * moment it finishes, so a later reconciliation run can catch
