       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNTS-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "PARAMS-PHYSIC-FILE.cbl".
       COPY "ACCOUNT-PHYSIC-FILE.cbl".
       COPY "SALES-PHYSIC-FILE.cbl".
       COPY "TRADE-PHYSIC-FILE.cbl".
       COPY "CLAIM-PHYSIC-FILE.cbl".
       COPY "AUDIT-PHYSIC-FILE.cbl".
       COPY "GLINTF-PHYSIC-FILE.cbl".
       COPY "GLSENT-PHYSIC-FILE.cbl".
       COPY "GLRPT-PHYSIC-FILE.cbl".
       COPY "ROLLCTL-PHYSIC-FILE.cbl".
       COPY "HISTARC-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "PARAMS-LOGIC-FILE.cbl".
       COPY "ACCOUNT-LOGIC-FILE.cbl".
       COPY "SALES-LOGIC-FILE.cbl".
       COPY "TRADE-LOGIC-FILE.cbl".
       COPY "CLAIM-LOGIC-FILE.cbl".
       COPY "AUDIT-LOGIC-FILE.cbl".
       COPY "GLINTF-LOGIC-FILE.cbl".
       COPY "GLSENT-LOGIC-FILE.cbl".
       COPY "GLRPT-LOGIC-FILE.cbl".
       COPY "ROLLCTL-LOGIC-FILE.cbl".
       COPY "HISTARC-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "RATECALL-WS.cbl".
       77 UNATTENDED-MODE PIC X.
       77 PARAMS-FILE-STATUS PIC X(02).
       77 ACCOUNT-FILE-STATUS PIC X(02).
       77 SALES-FILE-STATUS PIC X(02).
       77 TRADE-FILE-STATUS PIC X(02).
       77 CLAIM-FILE-STATUS PIC X(02).
       77 AUDIT-FILE-STATUS PIC X(02).
       77 GLINTF-FILE-STATUS PIC X(02).
       77 GLSENT-FILE-STATUS PIC X(02).
       77 ROLLOVER-FILE-STATUS PIC X(02).
       77 HISTORY-ARCHIVE-STATUS PIC X(02).
       77 HISTORY-ARCHIVE-NAME PIC X(40).
       77 ARCHIVE-MISSING PIC X.
       77 EOF-SWITCH PIC X.
       77 END-OF-LEDGER PIC X.
       77 RECORD-FOUND PIC X.
       77 RUN-REFUSED PIC X.
       77 ALREADY-SENT PIC X.
       77 MONTH-MARKED PIC X.
       77 EXTRACT-PERIOD PIC 9(06).
       77 PERIOD-YEAR PIC 9(04).
       77 PERIOD-MONTH PIC 9(02).
       77 EVENT-PERIOD PIC 9(06).
       77 EVENT-DAY PIC 9(02).
       77 TODAY-DATE PIC 9(08).
       77 TODAY-YEAR PIC 9(04).
       77 TODAY-MONTH PIC 9(02).
       77 TODAY-DAY PIC 9(02).
       77 TODAY-REST PIC 9(04).
       77 MONTH-LAST-DAY PIC 9(02).
       77 MONTH-END-TODAY PIC X.
       77 LEAP-QUOTIENT PIC 9(04).
       77 LEAP-REMAINDER PIC 9(04).
       77 ROLE-INDEX PIC 9(02).
       77 ROLE-COUNT PIC 9(02) VALUE 7.
       77 ROLE-INVENTORY PIC 9(01) VALUE 1.
       77 ROLE-CASH PIC 9(01) VALUE 2.
       77 ROLE-SALES PIC 9(01) VALUE 3.
       77 ROLE-TRADES PIC 9(01) VALUE 4.
       77 ROLE-CLAIMS PIC 9(01) VALUE 5.
       77 ROLE-LOSSES PIC 9(01) VALUE 6.
       77 ROLE-REVALUE PIC 9(01) VALUE 7.
       77 ACQUIRE-COUNT PIC 9(07).
       77 SALE-COUNT PIC 9(07).
       77 TRADE-COUNT PIC 9(07).
       77 CLAIM-COUNT PIC 9(07).
       77 LOST-COUNT PIC 9(07).
       77 REVALUE-COUNT PIC 9(07).
       77 FOLDED-COUNT PIC 9(07).
       77 NO-RATE-COUNT PIC 9(07) VALUE ZEROES.
       77 READ-COUNT PIC 9(07) VALUE ZEROES.
       77 ENTRY-NUMBER PIC 9(06).
       77 LINE-TOTAL PIC 9(07) VALUE ZEROES.
       77 DEBIT-TOTAL PIC 9(11)V99.
       77 CREDIT-TOTAL PIC 9(11)V99.
       77 RATE-OK PIC X.
       77 ENTRY-WRITTEN PIC X.
       77 ENTRY-EVENT PIC X(01).
       77 ENTRY-DATE PIC 9(08).
       77 ENTRY-COMIC-ID PIC 9(05).
       77 ENTRY-TEXT PIC X(20).
       77 ENTRY-INDEX PIC 9(01).
       77 POST-ROLE PIC 9(01).
       77 POST-AMOUNT PIC S9(09)V99.
       77 CASH-BASE PIC S9(09)V99.
       77 BOOK-BASE PIC S9(09)V99.
       77 RESULT-AMOUNT PIC S9(09)V99.
       77 BOOK-DATE PIC 9(08).
       77 BOOK-AMOUNT PIC 9(05)V99.
       77 VALUE-CHANGE PIC S9(07)V99.
       77 TRADE-IN-INDEX PIC 9(03).
       77 TRADE-IN-FOUND PIC X.
       77 TRADE-TOO-MANY PIC X.
       77 COUNT-ED PIC Z(6)9.
       77 PRINT-TEXT PIC X(45).
       77 PRINT-COUNT PIC 9(07).
       01 DAYS-IN-MONTH-VALUES PIC X(24)
           VALUE "312831303130313130313031".
       01 DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
           05 DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(02).

      * The posting roles the mapping file has to cover, in the
      * order of the ROLE- numbers above.
       01 ACCOUNT-ROLE-VALUES.
           05 FILLER PIC X(10) VALUE "INVENTARIO".
           05 FILLER PIC X(10) VALUE "CAJA".
           05 FILLER PIC X(10) VALUE "VENTAS".
           05 FILLER PIC X(10) VALUE "TRUEQUES".
           05 FILLER PIC X(10) VALUE "INDEMNIZ".
           05 FILLER PIC X(10) VALUE "PERDIDAS".
           05 FILLER PIC X(10) VALUE "REVALORIZ".
       01 ACCOUNT-ROLE-TABLE REDEFINES ACCOUNT-ROLE-VALUES.
           05 AR-ROLE OCCURS 7 TIMES PIC X(10).

      * What each role maps to, and what was posted to it this run.
       01 ACCOUNT-POSTING-TABLE.
           05 ACCOUNT-POSTING OCCURS 7 TIMES.
               10 AP-ACCOUNT        PIC X(10).
               10 AP-DESCRIPTION    PIC X(30).
               10 AP-DEBIT-TOTAL    PIC 9(11)V99.
               10 AP-CREDIT-TOTAL   PIC 9(11)V99.

      * One entry is built here whole before any of it is written,
      * so an event that cannot be converted leaves nothing half
      * posted behind it.
       01 ENTRY-WORK.
           05 ENTRY-LINE-COUNT PIC 9(01).
           05 ENTRY-LINE OCCURS 4 TIMES.
               10 EL-ROLE           PIC 9(01).
               10 EL-SIDE           PIC X(01).
               10 EL-AMOUNT         PIC 9(09)V99.

      * Comics that came in through a trade this month; the trade
      * entry carries them, so the acquisition pass leaves them be.
       01 TRADE-IN-TABLE.
           05 TRADE-IN-COUNT PIC 9(03).
           05 TI-COMIC-ID OCCURS 500 TIMES PIC 9(05).

      * The revaluation audit line as REVALUE-COMICS strings it:
      * stamp, label, the comic ID and the old and new values
      * unedited, two implied decimals.
       01 REVALUE-AUDIT-VIEW.
           05 RAV-DATE          PIC 9(08).
           05 FILLER            PIC X(01).
           05 RAV-TIME          PIC X(08).
           05 FILLER            PIC X(01).
           05 RAV-LABEL         PIC X(14).
           05 FILLER            PIC X(03).
           05 RAV-COMIC-ID      PIC 9(05).
           05 FILLER            PIC X(07).
           05 RAV-OLD-VALUE     PIC 9(05)V99.
           05 FILLER            PIC X(09).
           05 RAV-NEW-VALUE     PIC 9(05)V99.
           05 FILLER            PIC X(180).

       01 ACCOUNT-REPORT-LINE.
           05 ARL-ACCOUNT       PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 ARL-DESCRIPTION   PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 ARL-DEBIT         PIC Z(10)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 ARL-CREDIT        PIC Z(10)9.99.
       01 ACCOUNT-REPORT-HEADING.
           05 ARH-ACCOUNT       PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 ARH-DESCRIPTION   PIC X(30).
           05 FILLER            PIC X(05) VALUE SPACE.
           05 ARH-DEBIT         PIC X(10).
           05 FILLER            PIC X(05) VALUE SPACE.
           05 ARH-CREDIT        PIC X(10).

       COPY "ACCTX-WS-ESP.cbl".
       COPY "AUDIT-WS-ESP.cbl".

      * Month-end hand-off to the bookkeeper. Every money event of
      * the month becomes one balanced entry on the interface file:
      *   acquisition   inventory        against cash
      *   sale          cash, inventory  and the gain or loss
      *   trade         inventory in and out, and the difference
      *   lost comic    loss             against inventory
      *   settled claim cash             against claim income
      *   revaluation   inventory        against the reserve
      * Inventory amounts are carried at the rate in force when the
      * comic was acquired, cash at the rate of the day it moved, so
      * any exchange difference lands in the gain or loss. The
      * control report totals each account and proves the debits
      * and credits tie out; a month that went out whole is noted
      * as sent and is refused from then on.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           DISPLAY TEXT-ACCTX-START.
           PERFORM LOAD-BATCH-PARAMS.
           PERFORM CHOOSE-EXTRACT-PERIOD.
           MOVE "N" TO RUN-REFUSED.
           IF PERIOD-MONTH < 1 OR PERIOD-MONTH > 12
               DISPLAY TEXT-ACCTX-BAD-PERIOD
               MOVE "ERROR" TO RLC-STATUS
               MOVE "Y" TO RUN-REFUSED
           ELSE
               PERFORM CHECK-PERIOD-NOT-SENT
               IF ALREADY-SENT = "Y"
                   DISPLAY TEXT-ACCTX-ALREADY-SENT EXTRACT-PERIOD
                   MOVE "SKIP" TO RLC-STATUS
                   MOVE "Y" TO RUN-REFUSED.
           IF RUN-REFUSED = "N"
               PERFORM LOAD-ACCOUNT-MAPPING.
           IF RUN-REFUSED = "N"
               PERFORM COLLECT-TRADE-INS.
           IF RUN-REFUSED = "N"
               PERFORM EXTRACT-THE-MONTH.
           PERFORM WRITE-RUN-LOG-LINE.
           IF RLC-STATUS = "ERROR"
               MOVE 8 TO RETURN-CODE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain; run on its own
      * it still ends the run unit the same way.
           END-PROGRAM.
               GOBACK.

      * Scheduled on the month-end window the job takes the month
      * just ending; any other day, or an empty answer at the
      * prompt, means the last month that has closed.
       CHOOSE-EXTRACT-PERIOD.
           PERFORM NOTE-THE-CALENDAR.
           MOVE ZEROES TO EXTRACT-PERIOD.
           IF UNATTENDED-MODE = "N"
               DISPLAY " "
               DISPLAY TEXT-ACCTX-PERIOD-PROMPT
               ACCEPT EXTRACT-PERIOD.
           IF EXTRACT-PERIOD = ZEROES
               PERFORM DEFAULT-TO-CLOSED-MONTH.
           DIVIDE EXTRACT-PERIOD BY 100
               GIVING PERIOD-YEAR REMAINDER PERIOD-MONTH.

       DEFAULT-TO-CLOSED-MONTH.
           COMPUTE EXTRACT-PERIOD = TODAY-YEAR * 100 + TODAY-MONTH.
           IF MONTH-END-TODAY = "N"
               IF TODAY-MONTH = 1
                   SUBTRACT 89 FROM EXTRACT-PERIOD
               ELSE
                   SUBTRACT 1 FROM EXTRACT-PERIOD.

       NOTE-THE-CALENDAR.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           DIVIDE TODAY-DATE BY 10000
               GIVING TODAY-YEAR REMAINDER TODAY-REST.
           DIVIDE TODAY-REST BY 100
               GIVING TODAY-MONTH REMAINDER TODAY-DAY.
           PERFORM JUDGE-MONTH-END.

      * Month-end means the last calendar day of the month, with
      * February stretched to 29 in a leap year, the same test the
      * nightly driver uses for its "M" steps.
       JUDGE-MONTH-END.
           MOVE "N" TO MONTH-END-TODAY.
           MOVE DAYS-IN-MONTH(TODAY-MONTH) TO MONTH-LAST-DAY.
           IF TODAY-MONTH = 2
               PERFORM STRETCH-FOR-LEAP-YEAR.
           IF TODAY-DAY = MONTH-LAST-DAY
               MOVE "Y" TO MONTH-END-TODAY.

       STRETCH-FOR-LEAP-YEAR.
           DIVIDE TODAY-YEAR BY 4
               GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZEROES
               DIVIDE TODAY-YEAR BY 100
                   GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER NOT = ZEROES
                   MOVE 29 TO MONTH-LAST-DAY
               ELSE
                   DIVIDE TODAY-YEAR BY 400
                       GIVING LEAP-QUOTIENT REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = ZEROES
                       MOVE 29 TO MONTH-LAST-DAY.

      * No sent-months file yet simply means nothing was sent.
       CHECK-PERIOD-NOT-SENT.
           MOVE "N" TO ALREADY-SENT.
           OPEN INPUT GLSENT-FILE.
           IF GLSENT-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-LEDGER
               PERFORM READ-SENT-LINE
               PERFORM CHECK-ONE-SENT-LINE
               UNTIL END-OF-LEDGER = "Y"
               CLOSE GLSENT-FILE.

       READ-SENT-LINE.
           READ GLSENT-FILE
           AT END
               MOVE "Y" TO END-OF-LEDGER.

       CHECK-ONE-SENT-LINE.
           IF GLS-PERIOD = EXTRACT-PERIOD
               MOVE "Y" TO ALREADY-SENT.
           PERFORM READ-SENT-LINE.

      * Every role has to be mapped before anything is written; a
      * half-mapped chart would hand the bookkeeper entries with
      * blank accounts.
       LOAD-ACCOUNT-MAPPING.
           MOVE ZEROES TO ROLE-INDEX.
           PERFORM CLEAR-ONE-ROLE
           UNTIL ROLE-INDEX = ROLE-COUNT.
           OPEN INPUT ACCOUNT-FILE.
           IF ACCOUNT-FILE-STATUS = "35"
               DISPLAY TEXT-ACCTX-NO-CHART
               MOVE "ERROR" TO RLC-STATUS
               MOVE "Y" TO RUN-REFUSED
           ELSE
               MOVE "N" TO END-OF-LEDGER
               PERFORM READ-ACCOUNT-LINE
               PERFORM MAP-ONE-ACCOUNT-LINE
               UNTIL END-OF-LEDGER = "Y"
               CLOSE ACCOUNT-FILE
               MOVE ZEROES TO ROLE-INDEX
               PERFORM CHECK-ONE-ROLE-MAPPED
               UNTIL ROLE-INDEX = ROLE-COUNT.

       CLEAR-ONE-ROLE.
           ADD 1 TO ROLE-INDEX.
           MOVE SPACE TO AP-ACCOUNT(ROLE-INDEX).
           MOVE SPACE TO AP-DESCRIPTION(ROLE-INDEX).
           MOVE ZEROES TO AP-DEBIT-TOTAL(ROLE-INDEX).
           MOVE ZEROES TO AP-CREDIT-TOTAL(ROLE-INDEX).

       READ-ACCOUNT-LINE.
           READ ACCOUNT-FILE
           AT END
               MOVE "Y" TO END-OF-LEDGER.

       MAP-ONE-ACCOUNT-LINE.
           MOVE ZEROES TO ROLE-INDEX.
           PERFORM MATCH-ACCOUNT-ROLE
           UNTIL ROLE-INDEX = ROLE-COUNT.
           PERFORM READ-ACCOUNT-LINE.

       MATCH-ACCOUNT-ROLE.
           ADD 1 TO ROLE-INDEX.
           IF AR-ROLE(ROLE-INDEX) = ACM-ROLE
               MOVE ACM-ACCOUNT TO AP-ACCOUNT(ROLE-INDEX)
               MOVE ACM-DESCRIPTION TO AP-DESCRIPTION(ROLE-INDEX).

       CHECK-ONE-ROLE-MAPPED.
           ADD 1 TO ROLE-INDEX.
           IF AP-ACCOUNT(ROLE-INDEX) = SPACE
               DISPLAY TEXT-ACCTX-ROLE-MISSING AR-ROLE(ROLE-INDEX)
               MOVE "ERROR" TO RLC-STATUS
               MOVE "Y" TO RUN-REFUSED.

      * Gathered up front so the acquisition pass can tell a comic
      * bought from one taken in exchange. If the month somehow
      * holds more trades than the table, nothing is extracted
      * rather than posting those comics twice.
       COLLECT-TRADE-INS.
           MOVE ZEROES TO TRADE-IN-COUNT.
           MOVE "N" TO TRADE-TOO-MANY.
           OPEN INPUT TRADE-FILE.
           IF TRADE-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-LEDGER
               PERFORM READ-TRADE-LINE
               PERFORM NOTE-ONE-TRADE-IN
               UNTIL END-OF-LEDGER = "Y"
               CLOSE TRADE-FILE.
           IF TRADE-TOO-MANY = "Y"
               DISPLAY TEXT-ACCTX-TOO-MANY-TRADES
               MOVE "ERROR" TO RLC-STATUS
               MOVE "Y" TO RUN-REFUSED.

       READ-TRADE-LINE.
           READ TRADE-FILE
           AT END
               MOVE "Y" TO END-OF-LEDGER.

       NOTE-ONE-TRADE-IN.
           IF TRADE-DATE IS NUMERIC
               DIVIDE TRADE-DATE BY 100
                   GIVING EVENT-PERIOD REMAINDER EVENT-DAY
               IF EVENT-PERIOD = EXTRACT-PERIOD
                   IF TRADE-IN-COUNT < 500
                       ADD 1 TO TRADE-IN-COUNT
                       MOVE TRADE-IN-ID TO TI-COMIC-ID(TRADE-IN-COUNT)
                   ELSE
                       MOVE "Y" TO TRADE-TOO-MANY.
           PERFORM READ-TRADE-LINE.

       EXTRACT-THE-MONTH.
           MOVE ZEROES TO ACQUIRE-COUNT.
           MOVE ZEROES TO SALE-COUNT.
           MOVE ZEROES TO TRADE-COUNT.
           MOVE ZEROES TO CLAIM-COUNT.
           MOVE ZEROES TO LOST-COUNT.
           MOVE ZEROES TO REVALUE-COUNT.
           MOVE ZEROES TO FOLDED-COUNT.
           MOVE ZEROES TO NO-RATE-COUNT.
           MOVE ZEROES TO READ-COUNT.
           MOVE ZEROES TO ENTRY-NUMBER.
           MOVE ZEROES TO LINE-TOTAL.
           MOVE ZEROES TO DEBIT-TOTAL.
           MOVE ZEROES TO CREDIT-TOTAL.
           OPEN INPUT COMICS-FILE.
           OPEN OUTPUT GLINTF-FILE.
           OPEN OUTPUT GLRPT-FILE.
           MOVE SPACE TO GLRPT-LINE.
           STRING TEXT-ACCTX-TITLE DELIMITED BY SIZE
                  EXTRACT-PERIOD DELIMITED BY SIZE
                  INTO GLRPT-LINE.
           WRITE GLRPT-LINE.
           PERFORM EXTRACT-ACQUISITIONS.
           PERFORM EXTRACT-SALES.
           PERFORM EXTRACT-TRADES.
           PERFORM EXTRACT-CLAIMS.
           PERFORM EXTRACT-REVALUATIONS.
           CLOSE COMICS-FILE.
           CLOSE GLINTF-FILE.
           PERFORM DECIDE-MONTH-SENT.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE GLRPT-FILE.
           DISPLAY TEXT-ACCTX-DONE ENTRY-NUMBER.
           IF MONTH-MARKED = "Y"
               DISPLAY TEXT-ACCTX-MARKED
           ELSE
               DISPLAY TEXT-ACCTX-NOT-MARKED.

      *-----------------------------------------------------------
      * Acquisitions: every comic whose DATE-ACQUIRED falls in the
      * month, whatever became of it since, except the ones the
      * trade entries already carry.
      *-----------------------------------------------------------
       EXTRACT-ACQUISITIONS.
           PERFORM START-AT-FIRST-RECORD.
           PERFORM ACQUIRE-ONE-COMIC
           UNTIL EOF-SWITCH = "Y".

       START-AT-FIRST-RECORD.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZEROES TO COMIC-ID.
           START COMICS-FILE KEY IS NOT LESS THAN COMIC-ID
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               PERFORM READ-NEXT-COMIC.

       READ-NEXT-COMIC.
           READ COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.

       ACQUIRE-ONE-COMIC.
           ADD 1 TO READ-COUNT.
           IF DATE-ACQUIRED IS NUMERIC AND COMIC-VALUE IS NUMERIC
               DIVIDE DATE-ACQUIRED BY 100
                   GIVING EVENT-PERIOD REMAINDER EVENT-DAY
               IF EVENT-PERIOD = EXTRACT-PERIOD
                   PERFORM CHECK-TRADE-IN
                   IF TRADE-IN-FOUND = "N"
                       PERFORM POST-ACQUISITION.
           PERFORM READ-NEXT-COMIC.

       CHECK-TRADE-IN.
           MOVE "N" TO TRADE-IN-FOUND.
           MOVE ZEROES TO TRADE-IN-INDEX.
           PERFORM SCAN-TRADE-INS
           UNTIL TRADE-IN-INDEX = TRADE-IN-COUNT OR
           TRADE-IN-FOUND = "Y".

       SCAN-TRADE-INS.
           ADD 1 TO TRADE-IN-INDEX.
           IF TI-COMIC-ID(TRADE-IN-INDEX) = COMIC-ID
               MOVE "Y" TO TRADE-IN-FOUND.

       POST-ACQUISITION.
           MOVE "A" TO ENTRY-EVENT.
           MOVE DATE-ACQUIRED TO ENTRY-DATE.
           MOVE COMIC-ID TO ENTRY-COMIC-ID.
           MOVE TEXT-ACCTX-EV-ACQUIRE TO ENTRY-TEXT.
           PERFORM START-ENTRY.
           MOVE COMIC-CURRENCY TO RCA-CURRENCY.
           MOVE DATE-ACQUIRED TO RCA-DATE.
           MOVE COMIC-VALUE TO RCA-AMOUNT.
           PERFORM CONVERT-EVENT-AMOUNT.
           MOVE RCA-BASE-AMOUNT TO BOOK-BASE.
           MOVE ROLE-INVENTORY TO POST-ROLE.
           MOVE BOOK-BASE TO POST-AMOUNT.
           PERFORM ADD-ENTRY-LINE.
           MOVE ROLE-CASH TO POST-ROLE.
           COMPUTE POST-AMOUNT = 0 - BOOK-BASE.
           PERFORM ADD-ENTRY-LINE.
           PERFORM FINISH-ENTRY.
           IF ENTRY-WRITTEN = "Y"
               ADD 1 TO ACQUIRE-COUNT.

      *-----------------------------------------------------------
      * Sales: the price in at the rate of the sale date, the book
      * value out at the rate it was carried at, the difference to
      * the result on sales.
      *-----------------------------------------------------------
       EXTRACT-SALES.
           OPEN INPUT SALES-FILE.
           IF SALES-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-LEDGER
               PERFORM READ-SALE-LINE
               PERFORM EXTRACT-ONE-SALE
               UNTIL END-OF-LEDGER = "Y"
               CLOSE SALES-FILE.

       READ-SALE-LINE.
           READ SALES-FILE
           AT END
               MOVE "Y" TO END-OF-LEDGER.

       EXTRACT-ONE-SALE.
           ADD 1 TO READ-COUNT.
           IF SALE-DATE IS NUMERIC AND SALE-PRICE IS NUMERIC
               DIVIDE SALE-DATE BY 100
                   GIVING EVENT-PERIOD REMAINDER EVENT-DAY
               IF EVENT-PERIOD = EXTRACT-PERIOD
                   PERFORM POST-SALE.
           PERFORM READ-SALE-LINE.

       POST-SALE.
           MOVE "V" TO ENTRY-EVENT.
           MOVE SALE-DATE TO ENTRY-DATE.
           MOVE SALE-COMIC-ID TO ENTRY-COMIC-ID.
           MOVE TEXT-ACCTX-EV-SALE TO ENTRY-TEXT.
           PERFORM START-ENTRY.
           MOVE SALE-CURRENCY TO RCA-CURRENCY.
           MOVE SALE-DATE TO RCA-DATE.
           MOVE SALE-PRICE TO RCA-AMOUNT.
           PERFORM CONVERT-EVENT-AMOUNT.
           MOVE RCA-BASE-AMOUNT TO CASH-BASE.
           PERFORM FIND-BOOK-DATE.
           IF SALE-BOOK-VALUE IS NUMERIC
               MOVE SALE-BOOK-VALUE TO BOOK-AMOUNT
           ELSE
               MOVE ZEROES TO BOOK-AMOUNT.
           MOVE SALE-BOOK-CURRENCY TO RCA-CURRENCY.
           MOVE BOOK-DATE TO RCA-DATE.
           MOVE BOOK-AMOUNT TO RCA-AMOUNT.
           PERFORM CONVERT-EVENT-AMOUNT.
           MOVE RCA-BASE-AMOUNT TO BOOK-BASE.
           COMPUTE RESULT-AMOUNT = CASH-BASE - BOOK-BASE.
           MOVE ROLE-CASH TO POST-ROLE.
           MOVE CASH-BASE TO POST-AMOUNT.
           PERFORM ADD-ENTRY-LINE.
           MOVE ROLE-INVENTORY TO POST-ROLE.
           COMPUTE POST-AMOUNT = 0 - BOOK-BASE.
           PERFORM ADD-ENTRY-LINE.
           MOVE ROLE-SALES TO POST-ROLE.
           COMPUTE POST-AMOUNT = 0 - RESULT-AMOUNT.
           PERFORM ADD-ENTRY-LINE.
           PERFORM FINISH-ENTRY.
           IF ENTRY-WRITTEN = "Y"
               ADD 1 TO SALE-COUNT.

      *-----------------------------------------------------------
      * Trades: the incoming comic at the agreed value on the day,
      * the outgoing one relieved at its book value, the difference
      * to the result on trades. An outgoing comic no longer on
      * file is relieved at the value agreed for it instead.
      *-----------------------------------------------------------
       EXTRACT-TRADES.
           OPEN INPUT TRADE-FILE.
           IF TRADE-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-LEDGER
               PERFORM READ-TRADE-LINE
               PERFORM EXTRACT-ONE-TRADE
               UNTIL END-OF-LEDGER = "Y"
               CLOSE TRADE-FILE.

       EXTRACT-ONE-TRADE.
           ADD 1 TO READ-COUNT.
           IF TRADE-DATE IS NUMERIC AND TRADE-IN-VALUE IS NUMERIC
               DIVIDE TRADE-DATE BY 100
                   GIVING EVENT-PERIOD REMAINDER EVENT-DAY
               IF EVENT-PERIOD = EXTRACT-PERIOD
                   PERFORM POST-TRADE.
           PERFORM READ-TRADE-LINE.

       POST-TRADE.
           MOVE "T" TO ENTRY-EVENT.
           MOVE TRADE-DATE TO ENTRY-DATE.
           MOVE TRADE-OUT-ID TO ENTRY-COMIC-ID.
           MOVE TEXT-ACCTX-EV-TRADE TO ENTRY-TEXT.
           PERFORM START-ENTRY.
           MOVE TRADE-CURRENCY TO RCA-CURRENCY.
           MOVE TRADE-DATE TO RCA-DATE.
           MOVE TRADE-IN-VALUE TO RCA-AMOUNT.
           PERFORM CONVERT-EVENT-AMOUNT.
           MOVE RCA-BASE-AMOUNT TO CASH-BASE.
           PERFORM LOOK-UP-OUTGOING-BOOK.
           PERFORM CONVERT-EVENT-AMOUNT.
           MOVE RCA-BASE-AMOUNT TO BOOK-BASE.
           COMPUTE RESULT-AMOUNT = CASH-BASE - BOOK-BASE.
           MOVE ROLE-INVENTORY TO POST-ROLE.
           MOVE CASH-BASE TO POST-AMOUNT.
           PERFORM ADD-ENTRY-LINE.
           MOVE ROLE-INVENTORY TO POST-ROLE.
           COMPUTE POST-AMOUNT = 0 - BOOK-BASE.
           PERFORM ADD-ENTRY-LINE.
           MOVE ROLE-TRADES TO POST-ROLE.
           COMPUTE POST-AMOUNT = 0 - RESULT-AMOUNT.
           PERFORM ADD-ENTRY-LINE.
           PERFORM FINISH-ENTRY.
           IF ENTRY-WRITTEN = "Y"
               ADD 1 TO TRADE-COUNT.

       LOOK-UP-OUTGOING-BOOK.
           MOVE TRADE-OUT-ID TO COMIC-ID.
           PERFORM READ-EVENT-COMIC.
           IF RECORD-FOUND = "Y" AND COMIC-VALUE IS NUMERIC
               MOVE COMIC-CURRENCY TO RCA-CURRENCY
               MOVE COMIC-VALUE TO RCA-AMOUNT
               IF DATE-ACQUIRED IS NUMERIC AND
                  DATE-ACQUIRED NOT = ZEROES
                   MOVE DATE-ACQUIRED TO RCA-DATE
               ELSE
                   MOVE TRADE-DATE TO RCA-DATE
           ELSE
               MOVE TRADE-CURRENCY TO RCA-CURRENCY
               MOVE TRADE-DATE TO RCA-DATE
               IF TRADE-OUT-VALUE IS NUMERIC
                   MOVE TRADE-OUT-VALUE TO RCA-AMOUNT
               ELSE
                   MOVE ZEROES TO RCA-AMOUNT.

      *-----------------------------------------------------------
      * Claims: a lost comic is written off at its book value the
      * day the claim was opened; money collected on any claim is
      * income the day it was settled. A damaged comic stays on
      * the books, so only its settlement is posted.
      *-----------------------------------------------------------
       EXTRACT-CLAIMS.
           OPEN INPUT CLAIM-FILE.
           IF CLAIM-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-LEDGER
               PERFORM READ-CLAIM-LINE
               PERFORM EXTRACT-ONE-CLAIM
               UNTIL END-OF-LEDGER = "Y"
               CLOSE CLAIM-FILE.

       READ-CLAIM-LINE.
           READ CLAIM-FILE
           AT END
               MOVE "Y" TO END-OF-LEDGER.

       EXTRACT-ONE-CLAIM.
           ADD 1 TO READ-COUNT.
           IF CLAIM-LOST AND CLAIM-DATE IS NUMERIC
               DIVIDE CLAIM-DATE BY 100
                   GIVING EVENT-PERIOD REMAINDER EVENT-DAY
               IF EVENT-PERIOD = EXTRACT-PERIOD
                   PERFORM POST-WRITE-OFF.
           IF CLAIM-SETTLED AND CLAIM-SETTLE-DATE IS NUMERIC AND
              CLAIM-AMOUNT IS NUMERIC
               DIVIDE CLAIM-SETTLE-DATE BY 100
                   GIVING EVENT-PERIOD REMAINDER EVENT-DAY
               IF EVENT-PERIOD = EXTRACT-PERIOD
                   PERFORM POST-CLAIM-SETTLED.
           PERFORM READ-CLAIM-LINE.

       POST-WRITE-OFF.
           MOVE "L" TO ENTRY-EVENT.
           MOVE CLAIM-DATE TO ENTRY-DATE.
           MOVE CLAIM-COMIC-ID TO ENTRY-COMIC-ID.
           MOVE TEXT-ACCTX-EV-LOST TO ENTRY-TEXT.
           PERFORM START-ENTRY.
           PERFORM FIND-BOOK-DATE.
           IF CLAIM-BOOK-VALUE IS NUMERIC
               MOVE CLAIM-BOOK-VALUE TO BOOK-AMOUNT
           ELSE
               MOVE ZEROES TO BOOK-AMOUNT.
           MOVE CLAIM-BOOK-CURRENCY TO RCA-CURRENCY.
           MOVE BOOK-DATE TO RCA-DATE.
           MOVE BOOK-AMOUNT TO RCA-AMOUNT.
           PERFORM CONVERT-EVENT-AMOUNT.
           MOVE RCA-BASE-AMOUNT TO BOOK-BASE.
           MOVE ROLE-LOSSES TO POST-ROLE.
           MOVE BOOK-BASE TO POST-AMOUNT.
           PERFORM ADD-ENTRY-LINE.
           MOVE ROLE-INVENTORY TO POST-ROLE.
           COMPUTE POST-AMOUNT = 0 - BOOK-BASE.
           PERFORM ADD-ENTRY-LINE.
           PERFORM FINISH-ENTRY.
           IF ENTRY-WRITTEN = "Y"
               ADD 1 TO LOST-COUNT.

       POST-CLAIM-SETTLED.
           MOVE "S" TO ENTRY-EVENT.
           MOVE CLAIM-SETTLE-DATE TO ENTRY-DATE.
           MOVE CLAIM-COMIC-ID TO ENTRY-COMIC-ID.
           MOVE TEXT-ACCTX-EV-CLAIM TO ENTRY-TEXT.
           PERFORM START-ENTRY.
           MOVE CLAIM-CURRENCY TO RCA-CURRENCY.
           MOVE CLAIM-SETTLE-DATE TO RCA-DATE.
           MOVE CLAIM-AMOUNT TO RCA-AMOUNT.
           PERFORM CONVERT-EVENT-AMOUNT.
           MOVE RCA-BASE-AMOUNT TO CASH-BASE.
           MOVE ROLE-CASH TO POST-ROLE.
           MOVE CASH-BASE TO POST-AMOUNT.
           PERFORM ADD-ENTRY-LINE.
           MOVE ROLE-CLAIMS TO POST-ROLE.
           COMPUTE POST-AMOUNT = 0 - CASH-BASE.
           PERFORM ADD-ENTRY-LINE.
           PERFORM FINISH-ENTRY.
           IF ENTRY-WRITTEN = "Y"
               ADD 1 TO CLAIM-COUNT.

      *-----------------------------------------------------------
      * Revaluations, read back off the audit lines REVALUE-COMICS
      * leaves. A comic bought in the same month went out at the
      * value it stands at now, so its revaluation is already in
      * the acquisition and is only counted here. Once the year
      * end has moved the month's year off the live log, the
      * year's archive is read as well, the way AUDIT-QUERY finds
      * it; a year the control file names but whose archive
      * cannot be opened keeps the month from being marked sent.
      *-----------------------------------------------------------
       EXTRACT-REVALUATIONS.
           MOVE "N" TO ARCHIVE-MISSING.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-LEDGER
               PERFORM READ-AUDIT-LINE
               PERFORM EXTRACT-ONE-AUDIT-LINE
               UNTIL END-OF-LEDGER = "Y"
               CLOSE AUDIT-FILE.
           OPEN INPUT ROLLOVER-FILE.
           IF ROLLOVER-FILE-STATUS = "00"
               PERFORM FIND-PERIOD-ARCHIVE
               CLOSE ROLLOVER-FILE.

       FIND-PERIOD-ARCHIVE.
           SET ROLL-AUDIT-LEDGER TO TRUE.
           MOVE PERIOD-YEAR TO ROLL-YEAR.
           READ ROLLOVER-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM EXTRACT-AUDIT-ARCHIVE
           END-READ.

       EXTRACT-AUDIT-ARCHIVE.
           MOVE ROLL-ARCHIVE-NAME TO HISTORY-ARCHIVE-NAME.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           IF HISTORY-ARCHIVE-STATUS = "00"
               MOVE "N" TO END-OF-LEDGER
               PERFORM READ-ARCHIVE-LINE
               PERFORM EXTRACT-ONE-ARCHIVE-LINE
               UNTIL END-OF-LEDGER = "Y"
               CLOSE HISTORY-ARCHIVE-FILE
           ELSE
               PERFORM REPORT-MISSING-ARCHIVE.

       READ-ARCHIVE-LINE.
           READ HISTORY-ARCHIVE-FILE
           AT END
               MOVE "Y" TO END-OF-LEDGER.

      * An archived line is the same line the live log carried, so
      * it is judged from the log's own record.
       EXTRACT-ONE-ARCHIVE-LINE.
           MOVE HISTORY-ARCHIVE-LINE TO AUDIT-RECORD.
           PERFORM JUDGE-AUDIT-LINE.
           PERFORM READ-ARCHIVE-LINE.

       REPORT-MISSING-ARCHIVE.
           MOVE "Y" TO ARCHIVE-MISSING.
           DISPLAY TEXT-ACCTX-NO-ARCHIVE HISTORY-ARCHIVE-NAME.
           MOVE SPACE TO GLRPT-LINE.
           STRING TEXT-ACCTX-NO-ARCHIVE DELIMITED BY SIZE
                  HISTORY-ARCHIVE-NAME DELIMITED BY SPACE
                  INTO GLRPT-LINE.
           WRITE GLRPT-LINE.

       READ-AUDIT-LINE.
           READ AUDIT-FILE
           AT END
               MOVE "Y" TO END-OF-LEDGER.

       EXTRACT-ONE-AUDIT-LINE.
           PERFORM JUDGE-AUDIT-LINE.
           PERFORM READ-AUDIT-LINE.

       JUDGE-AUDIT-LINE.
           MOVE AUDIT-LINE TO REVALUE-AUDIT-VIEW.
           IF RAV-LABEL = AUDIT-LABEL-REVALUE AND
              RAV-DATE IS NUMERIC AND RAV-COMIC-ID IS NUMERIC AND
              RAV-OLD-VALUE IS NUMERIC AND RAV-NEW-VALUE IS NUMERIC
               ADD 1 TO READ-COUNT
               DIVIDE RAV-DATE BY 100
                   GIVING EVENT-PERIOD REMAINDER EVENT-DAY
               IF EVENT-PERIOD = EXTRACT-PERIOD
                   PERFORM POST-REVALUATION.

       POST-REVALUATION.
           MOVE RAV-COMIC-ID TO COMIC-ID.
           PERFORM READ-EVENT-COMIC.
           MOVE ZEROES TO EVENT-PERIOD.
           IF RECORD-FOUND = "Y" AND DATE-ACQUIRED IS NUMERIC
               DIVIDE DATE-ACQUIRED BY 100
                   GIVING EVENT-PERIOD REMAINDER EVENT-DAY.
           IF EVENT-PERIOD = EXTRACT-PERIOD
               ADD 1 TO FOLDED-COUNT
           ELSE
               PERFORM POST-VALUE-CHANGE.

       POST-VALUE-CHANGE.
           MOVE "R" TO ENTRY-EVENT.
           MOVE RAV-DATE TO ENTRY-DATE.
           MOVE RAV-COMIC-ID TO ENTRY-COMIC-ID.
           MOVE TEXT-ACCTX-EV-REVALUE TO ENTRY-TEXT.
           PERFORM START-ENTRY.
           COMPUTE VALUE-CHANGE = RAV-NEW-VALUE - RAV-OLD-VALUE.
           MOVE SPACE TO RCA-CURRENCY.
           MOVE RAV-DATE TO RCA-DATE.
           IF RECORD-FOUND = "Y"
               MOVE COMIC-CURRENCY TO RCA-CURRENCY
               IF DATE-ACQUIRED IS NUMERIC AND
                  DATE-ACQUIRED NOT = ZEROES
                   MOVE DATE-ACQUIRED TO RCA-DATE.
           MOVE VALUE-CHANGE TO RCA-AMOUNT.
           PERFORM CONVERT-EVENT-AMOUNT.
           MOVE RCA-BASE-AMOUNT TO BOOK-BASE.
           MOVE ROLE-INVENTORY TO POST-ROLE.
           MOVE BOOK-BASE TO POST-AMOUNT.
           PERFORM ADD-ENTRY-LINE.
           MOVE ROLE-REVALUE TO POST-ROLE.
           COMPUTE POST-AMOUNT = 0 - BOOK-BASE.
           PERFORM ADD-ENTRY-LINE.
           PERFORM FINISH-ENTRY.
           IF ENTRY-WRITTEN = "Y"
               ADD 1 TO REVALUE-COUNT.

      *-----------------------------------------------------------
      * Shared by the event paragraphs above.
      *-----------------------------------------------------------
       READ-EVENT-COMIC.
           MOVE "Y" TO RECORD-FOUND.
           READ COMICS-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

      * The book value of a comic leaving the collection comes off
      * at the rate it went on at, the day it was acquired; the
      * event date stands in when that day is unknown.
       FIND-BOOK-DATE.
           MOVE ENTRY-DATE TO BOOK-DATE.
           MOVE ENTRY-COMIC-ID TO COMIC-ID.
           PERFORM READ-EVENT-COMIC.
           IF RECORD-FOUND = "Y" AND DATE-ACQUIRED IS NUMERIC AND
              DATE-ACQUIRED NOT = ZEROES
               MOVE DATE-ACQUIRED TO BOOK-DATE.

       START-ENTRY.
           MOVE ZEROES TO ENTRY-LINE-COUNT.
           MOVE "Y" TO RATE-OK.

       CONVERT-EVENT-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           IF RCA-RATE-MISSING
               MOVE "N" TO RATE-OK.

      * POST-AMOUNT is signed the bookkeeper's way round: positive
      * debits the role's account, negative credits it. A zero line
      * (a sale at exactly book value) is left off the entry.
       ADD-ENTRY-LINE.
           IF POST-AMOUNT NOT = ZEROES
               ADD 1 TO ENTRY-LINE-COUNT
               MOVE POST-ROLE TO EL-ROLE(ENTRY-LINE-COUNT)
               IF POST-AMOUNT > ZEROES
                   MOVE "D" TO EL-SIDE(ENTRY-LINE-COUNT)
                   MOVE POST-AMOUNT TO EL-AMOUNT(ENTRY-LINE-COUNT)
               ELSE
                   MOVE "H" TO EL-SIDE(ENTRY-LINE-COUNT)
                   COMPUTE EL-AMOUNT(ENTRY-LINE-COUNT) =
                       0 - POST-AMOUNT.

      * An event with any amount lacking a rate is left out whole
      * and listed on the control report, and the month is then
      * not marked as sent, so it can be run again once the rate
      * is on file.
       FINISH-ENTRY.
           MOVE "N" TO ENTRY-WRITTEN.
           IF RATE-OK = "N"
               PERFORM REPORT-NO-RATE-EVENT
           ELSE
               IF ENTRY-LINE-COUNT > ZEROES
                   ADD 1 TO ENTRY-NUMBER
                   MOVE ZEROES TO ENTRY-INDEX
                   PERFORM WRITE-ONE-ENTRY-LINE
                   UNTIL ENTRY-INDEX = ENTRY-LINE-COUNT
                   MOVE "Y" TO ENTRY-WRITTEN.

       WRITE-ONE-ENTRY-LINE.
           ADD 1 TO ENTRY-INDEX.
           MOVE EL-ROLE(ENTRY-INDEX) TO POST-ROLE.
           MOVE SPACE TO GLINTF-RECORD.
           MOVE EXTRACT-PERIOD TO GLI-PERIOD.
           MOVE ENTRY-NUMBER TO GLI-ENTRY-NUMBER.
           MOVE ENTRY-INDEX TO GLI-LINE-NUMBER.
           MOVE ENTRY-DATE TO GLI-DATE.
           MOVE AP-ACCOUNT(POST-ROLE) TO GLI-ACCOUNT.
           MOVE EL-SIDE(ENTRY-INDEX) TO GLI-SIDE.
           MOVE EL-AMOUNT(ENTRY-INDEX) TO GLI-AMOUNT.
           MOVE ENTRY-EVENT TO GLI-EVENT.
           MOVE ENTRY-COMIC-ID TO GLI-COMIC-ID.
           MOVE ENTRY-TEXT TO GLI-DESCRIPTION.
           WRITE GLINTF-RECORD.
           ADD 1 TO LINE-TOTAL.
           IF GLI-DEBIT
               ADD GLI-AMOUNT TO AP-DEBIT-TOTAL(POST-ROLE)
               ADD GLI-AMOUNT TO DEBIT-TOTAL
           ELSE
               ADD GLI-AMOUNT TO AP-CREDIT-TOTAL(POST-ROLE)
               ADD GLI-AMOUNT TO CREDIT-TOTAL.

       REPORT-NO-RATE-EVENT.
           ADD 1 TO NO-RATE-COUNT.
           IF NO-RATE-COUNT = 1
               MOVE SPACE TO GLRPT-LINE
               WRITE GLRPT-LINE
               MOVE TEXT-ACCTX-NO-RATE-TITLE TO GLRPT-LINE
               WRITE GLRPT-LINE.
           MOVE SPACE TO GLRPT-LINE.
           STRING "  " DELIMITED BY SIZE
                  ENTRY-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ENTRY-TEXT DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  ENTRY-COMIC-ID DELIMITED BY SIZE
                  INTO GLRPT-LINE.
           WRITE GLRPT-LINE.

      * OPEN EXTEND does not create a missing file, so on a fresh
      * system this seeds an empty ledger before appending to it.
       DECIDE-MONTH-SENT.
           MOVE "N" TO MONTH-MARKED.
           IF NO-RATE-COUNT = ZEROES AND DEBIT-TOTAL = CREDIT-TOTAL AND
              ARCHIVE-MISSING = "N"
               OPEN EXTEND GLSENT-FILE
               IF GLSENT-FILE-STATUS = "35"
                   OPEN OUTPUT GLSENT-FILE
               END-IF
               MOVE EXTRACT-PERIOD TO GLS-PERIOD
               ACCEPT GLS-RUN-DATE FROM DATE YYYYMMDD
               ACCEPT GLS-RUN-TIME FROM TIME
               MOVE ENTRY-NUMBER TO GLS-ENTRY-COUNT
               MOVE LINE-TOTAL TO GLS-LINE-COUNT
               MOVE DEBIT-TOTAL TO GLS-DEBIT-TOTAL
               MOVE CREDIT-TOTAL TO GLS-CREDIT-TOTAL
               WRITE GLSENT-RECORD
               CLOSE GLSENT-FILE
               MOVE "Y" TO MONTH-MARKED
           ELSE
               MOVE "ERROR" TO RLC-STATUS.

       PRINT-CONTROL-TOTALS.
           MOVE SPACE TO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE TEXT-ACCTX-EVENTS-TITLE TO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE TEXT-ACCTX-EV-ACQUIRE TO PRINT-TEXT.
           MOVE ACQUIRE-COUNT TO PRINT-COUNT.
           PERFORM PRINT-EVENT-COUNT.
           MOVE TEXT-ACCTX-EV-SALE TO PRINT-TEXT.
           MOVE SALE-COUNT TO PRINT-COUNT.
           PERFORM PRINT-EVENT-COUNT.
           MOVE TEXT-ACCTX-EV-TRADE TO PRINT-TEXT.
           MOVE TRADE-COUNT TO PRINT-COUNT.
           PERFORM PRINT-EVENT-COUNT.
           MOVE TEXT-ACCTX-EV-LOST TO PRINT-TEXT.
           MOVE LOST-COUNT TO PRINT-COUNT.
           PERFORM PRINT-EVENT-COUNT.
           MOVE TEXT-ACCTX-EV-CLAIM TO PRINT-TEXT.
           MOVE CLAIM-COUNT TO PRINT-COUNT.
           PERFORM PRINT-EVENT-COUNT.
           MOVE TEXT-ACCTX-EV-REVALUE TO PRINT-TEXT.
           MOVE REVALUE-COUNT TO PRINT-COUNT.
           PERFORM PRINT-EVENT-COUNT.
           IF FOLDED-COUNT NOT = ZEROES
               MOVE TEXT-ACCTX-FOLDED TO PRINT-TEXT
               MOVE FOLDED-COUNT TO PRINT-COUNT
               PERFORM PRINT-EVENT-COUNT.
           IF ENTRY-NUMBER = ZEROES
               MOVE TEXT-ACCTX-NONE TO GLRPT-LINE
               WRITE GLRPT-LINE.
           MOVE SPACE TO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE TEXT-ACCTX-HEAD-ACCOUNT TO ARH-ACCOUNT.
           MOVE TEXT-ACCTX-HEAD-DESCRIPTION TO ARH-DESCRIPTION.
           MOVE TEXT-ACCTX-HEAD-DEBIT TO ARH-DEBIT.
           MOVE TEXT-ACCTX-HEAD-CREDIT TO ARH-CREDIT.
           MOVE ACCOUNT-REPORT-HEADING TO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE ZEROES TO ROLE-INDEX.
           PERFORM PRINT-ONE-ACCOUNT
           UNTIL ROLE-INDEX = ROLE-COUNT.
           MOVE SPACE TO ARL-ACCOUNT.
           MOVE TEXT-ACCTX-TOTAL-LABEL TO ARL-DESCRIPTION.
           MOVE DEBIT-TOTAL TO ARL-DEBIT.
           MOVE CREDIT-TOTAL TO ARL-CREDIT.
           MOVE ACCOUNT-REPORT-LINE TO GLRPT-LINE.
           WRITE GLRPT-LINE.
           MOVE SPACE TO GLRPT-LINE.
           WRITE GLRPT-LINE.
           IF DEBIT-TOTAL = CREDIT-TOTAL
               MOVE TEXT-ACCTX-BALANCED TO GLRPT-LINE
           ELSE
               MOVE TEXT-ACCTX-UNBALANCED TO GLRPT-LINE.
           WRITE GLRPT-LINE.
           IF MONTH-MARKED = "Y"
               MOVE TEXT-ACCTX-MARKED TO GLRPT-LINE
           ELSE
               MOVE TEXT-ACCTX-NOT-MARKED TO GLRPT-LINE.
           WRITE GLRPT-LINE.

       PRINT-EVENT-COUNT.
           MOVE PRINT-COUNT TO COUNT-ED.
           MOVE SPACE TO GLRPT-LINE.
           STRING "  " DELIMITED BY SIZE
                  PRINT-TEXT DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO GLRPT-LINE.
           WRITE GLRPT-LINE.

       PRINT-ONE-ACCOUNT.
           ADD 1 TO ROLE-INDEX.
           MOVE AP-ACCOUNT(ROLE-INDEX) TO ARL-ACCOUNT.
           MOVE AP-DESCRIPTION(ROLE-INDEX) TO ARL-DESCRIPTION.
           MOVE AP-DEBIT-TOTAL(ROLE-INDEX) TO ARL-DEBIT.
           MOVE AP-CREDIT-TOTAL(ROLE-INDEX) TO ARL-CREDIT.
           MOVE ACCOUNT-REPORT-LINE TO GLRPT-LINE.
           WRITE GLRPT-LINE.

      * One read of the batch parameter file decides whether this
      * run may stop at a prompt; no file or no "S" means the usual
      * interactive behaviour.
       LOAD-BATCH-PARAMS.
           MOVE "N" TO UNATTENDED-MODE.
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

       NOTE-RUN-START.
           MOVE "ACCOUNTS-EXTRACT" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE READ-COUNT TO RLC-READ-COUNT.
           MOVE LINE-TOTAL TO RLC-WRITTEN-COUNT.
           MOVE NO-RATE-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "ACCTX-WS-ENG.cbl".

       END PROGRAM ACCOUNTS-EXTRACT.
