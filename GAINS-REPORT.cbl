       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "RATECALL-WS.cbl".
       77 UNATTENDED-MODE PIC X.
       77 PARAM-TARGET-YEAR PIC 9(04).
       77 PARAMS-FILE-STATUS PIC X(02).
       77 BOOK-ED PIC Z(4)9.99.
       77 DAYS-ED PIC Z(4)9.
       77 LISTED-COUNT-ED PIC Z(4)9.
       77 BASE-PRICE PIC S9(09)V99.
       77 BASE-BOOK-VALUE PIC S9(09)V99.
       77 BOOK-RATE-DATE PIC 9(08).
       77 SALE-RATES-OK PIC X.
       77 NO-RATE-COUNT PIC 9(05).
       77 NO-RATE-COUNT-ED PIC Z(4)9.
       77 BASE-PRICE-ED PIC Z(6)9.99.
       77 BASE-BOOK-VALUE-ED PIC Z(6)9.99.
       77 PRICE-CURRENCY-SHOWN PIC X(05).
       77 BOOK-CURRENCY-SHOWN PIC X(05).
       77 PARAM-OWNER PIC X(05).
       77 SELECTED-OWNER PIC X(05).
       77 SALE-OWNER PIC X(05).
       77 OWNER-COUNT PIC 9(03).
       77 OWNER-INDEX PIC 9(03).
       77 OWNER-FOUND PIC X.
      * Scratch fields for turning a calendar date into a running
      * day number so two dates can be subtracted.
       77 CONVERT-DATE PIC 9(08).
           VALUE "000031059090120151181212243273304334".
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
           05 MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).
      * The year's result per member of the household, each with
      * the same short, long and undated split as the totals, since
      * each of them answers for their own sales.
       01 OWNER-TOTAL-TABLE.
           05 OWNER-TOTAL-ENTRY OCCURS 50 TIMES.
               10 OT-OWNER     PIC X(05).
               10 OT-COUNT     PIC 9(05).
               10 OT-SHORT     PIC S9(08)V99.
               10 OT-LONG      PIC S9(08)V99.
               10 OT-UNKNOWN   PIC S9(08)V99.
               10 OT-TOTAL     PIC S9(09)V99.

       COPY "GAINS-WS-ESP.cbl".

           PERFORM NOTE-RUN-START.
           PERFORM LOAD-BATCH-PARAMS.
           PERFORM ASK-TARGET-YEAR.
           PERFORM ASK-OWNER-SELECTION.
           OPEN INPUT SALES-FILE.
           IF SALES-FILE-STATUS = "35"
               DISPLAY TEXT-GAINS-NO-SALES
               DISPLAY TEXT-GAINS-YEAR-PROMPT
               ACCEPT TARGET-YEAR.

      * A settlement can be run for one member of the household; a
      * blank answer, or no owner on the parameter file for an
      * unattended run, settles every sale.
       ASK-OWNER-SELECTION.
           IF UNATTENDED-MODE = "Y"
               MOVE PARAM-OWNER TO SELECTED-OWNER
           ELSE
               DISPLAY TEXT-GAINS-OWNER-PROMPT
               MOVE SPACE TO SELECTED-OWNER
               ACCEPT SELECTED-OWNER.

       SETTLE-THE-YEAR.
           OPEN INPUT COMICS-FILE.
           OPEN OUTPUT GAINS-FILE.
           MOVE TEXT-GAINS-TITLE TO GAINS-LINE.
           WRITE GAINS-LINE.
           IF SELECTED-OWNER NOT = SPACE
               MOVE SPACE TO GAINS-LINE
               STRING TEXT-GAINS-OWNER-LABEL DELIMITED BY SIZE
                      SELECTED-OWNER DELIMITED BY SIZE
                      INTO GAINS-LINE
               WRITE GAINS-LINE.
           MOVE ZEROES TO OWNER-COUNT.
           MOVE ZEROES TO READ-COUNT.
           MOVE ZEROES TO LISTED-COUNT.
           MOVE ZEROES TO SHORT-TOTAL.
           MOVE ZEROES TO LONG-TOTAL.
           MOVE ZEROES TO UNKNOWN-TOTAL.
           MOVE ZEROES TO GRAND-TOTAL.
           MOVE ZEROES TO NO-RATE-COUNT.
           MOVE "N" TO END-OF-SALES.
           PERFORM READ-SALE-LINE.
           PERFORM SETTLE-ONE-SALE
           UNTIL END-OF-SALES = "Y".
           PERFORM PRINT-YEAR-TOTALS.
           IF SELECTED-OWNER = SPACE AND OWNER-COUNT > ZEROES
               PERFORM PRINT-OWNER-TOTALS.
           CLOSE GAINS-FILE.
           CLOSE COMICS-FILE.

               DIVIDE SALE-DATE BY 10000
                   GIVING SALE-YEAR REMAINDER SALE-YEAR-REST
               IF SALE-YEAR = TARGET-YEAR
                   PERFORM READ-SOLD-COMIC
                   IF SELECTED-OWNER = SPACE OR
                      SALE-OWNER = SELECTED-OWNER
                       PERFORM JUDGE-ONE-SALE.
           PERFORM READ-SALE-LINE.

      * The sale is credited to whoever owned the comic, which the
      * master record still says since a sold comic stays on it; a
      * sale whose record was purged has no owner to go by, so it
      * only shows when everyone's sales are settled.
       READ-SOLD-COMIC.
           MOVE "Y" TO RECORD-FOUND.
           MOVE SALE-COMIC-ID TO COMIC-ID.
           READ COMICS-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
           END-READ.
           MOVE SPACE TO SALE-OWNER.
           IF RECORD-FOUND = "Y"
               MOVE COMIC-OWNER TO SALE-OWNER.

      * The gain is worked in the house currency: the price at the
      * rate in force on the sale date, the book value at the rate
      * in force on the day the comic was acquired (the sale date
      * when that is unknown), so a currency swing between buying
      * and selling shows up in the result. A sale missing either
      * rate is listed but kept out of every total.
       JUDGE-ONE-SALE.
           ADD 1 TO LISTED-COUNT.
           PERFORM MEASURE-HOLDING-PERIOD.
           PERFORM CONVERT-SALE-AMOUNTS.
           IF SALE-RATES-OK = "Y"
               SUBTRACT BASE-BOOK-VALUE FROM BASE-PRICE
                   GIVING SALE-GAIN
           ELSE
               MOVE ZEROES TO SALE-GAIN
               ADD 1 TO NO-RATE-COUNT.
           PERFORM PRINT-SALE-DETAIL.
           IF SALE-CURRENCY NOT = SPACE OR
              SALE-BOOK-CURRENCY NOT = SPACE
               PERFORM PRINT-CURRENCY-LINE.
           IF SALE-RATES-OK = "Y"
               PERFORM ADD-GAIN-TO-TOTALS.
           PERFORM TALLY-OWNER-GAIN.

       TALLY-OWNER-GAIN.
           MOVE "N" TO OWNER-FOUND.
           MOVE ZEROES TO OWNER-INDEX.
           PERFORM SCAN-OWNER-TABLE
           UNTIL OWNER-INDEX = OWNER-COUNT OR
           OWNER-FOUND = "Y".
           IF OWNER-FOUND = "N" AND OWNER-COUNT < 50
               ADD 1 TO OWNER-COUNT
               MOVE OWNER-COUNT TO OWNER-INDEX
               MOVE SALE-OWNER TO OT-OWNER(OWNER-INDEX)
               MOVE ZEROES TO OT-COUNT(OWNER-INDEX)
               MOVE ZEROES TO OT-SHORT(OWNER-INDEX)
               MOVE ZEROES TO OT-LONG(OWNER-INDEX)
               MOVE ZEROES TO OT-UNKNOWN(OWNER-INDEX)
               MOVE ZEROES TO OT-TOTAL(OWNER-INDEX)
               MOVE "Y" TO OWNER-FOUND.
           IF OWNER-FOUND = "Y"
               ADD 1 TO OT-COUNT(OWNER-INDEX)
               IF SALE-RATES-OK = "Y"
                   PERFORM ADD-GAIN-TO-OWNER.

       SCAN-OWNER-TABLE.
           ADD 1 TO OWNER-INDEX.
           IF OT-OWNER(OWNER-INDEX) = SALE-OWNER
               MOVE "Y" TO OWNER-FOUND.

       ADD-GAIN-TO-OWNER.
           ADD SALE-GAIN TO OT-TOTAL(OWNER-INDEX).
           IF HOLDING-KNOWN = "N"
               ADD SALE-GAIN TO OT-UNKNOWN(OWNER-INDEX)
           ELSE
               IF HOLDING-DAYS > 365
                   ADD SALE-GAIN TO OT-LONG(OWNER-INDEX)
               ELSE
                   ADD SALE-GAIN TO OT-SHORT(OWNER-INDEX).

       ADD-GAIN-TO-TOTALS.
           ADD SALE-GAIN TO GRAND-TOTAL.
           IF HOLDING-KNOWN = "N"
               ADD SALE-GAIN TO UNKNOWN-TOTAL
           ELSE
               ELSE
                   ADD SALE-GAIN TO SHORT-TOTAL.

      * Runs after READ-SOLD-COMIC has read the master record, so
      * DATE-ACQUIRED is known whenever the record still exists.
       CONVERT-SALE-AMOUNTS.
           MOVE "Y" TO SALE-RATES-OK.
           MOVE SALE-CURRENCY TO RCA-CURRENCY.
           MOVE SALE-DATE TO RCA-DATE.
           MOVE SALE-PRICE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           MOVE RCA-BASE-AMOUNT TO BASE-PRICE.
           IF RCA-RATE-MISSING
               MOVE "N" TO SALE-RATES-OK.
           MOVE SALE-DATE TO BOOK-RATE-DATE.
           IF RECORD-FOUND = "Y" AND
              DATE-ACQUIRED IS NUMERIC AND
              DATE-ACQUIRED NOT = ZEROES
               MOVE DATE-ACQUIRED TO BOOK-RATE-DATE.
           MOVE SALE-BOOK-CURRENCY TO RCA-CURRENCY.
           MOVE BOOK-RATE-DATE TO RCA-DATE.
           MOVE SALE-BOOK-VALUE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           MOVE RCA-BASE-AMOUNT TO BASE-BOOK-VALUE.
           IF RCA-RATE-MISSING
               MOVE "N" TO SALE-RATES-OK.

      * A second line under any sale with a foreign side says which
      * currency the price and book value above were in and what
      * both came to in the house currency.
       PRINT-CURRENCY-LINE.
           MOVE SALE-CURRENCY TO PRICE-CURRENCY-SHOWN.
           IF SALE-CURRENCY = SPACE
               MOVE TEXT-GAINS-HOUSE-CODE TO PRICE-CURRENCY-SHOWN.
           MOVE SALE-BOOK-CURRENCY TO BOOK-CURRENCY-SHOWN.
           IF SALE-BOOK-CURRENCY = SPACE
               MOVE TEXT-GAINS-HOUSE-CODE TO BOOK-CURRENCY-SHOWN.
           MOVE SPACE TO GAINS-LINE.
           IF SALE-RATES-OK = "Y"
               MOVE BASE-PRICE TO BASE-PRICE-ED
               MOVE BASE-BOOK-VALUE TO BASE-BOOK-VALUE-ED
               STRING TEXT-GAINS-CURRENCY-LABEL DELIMITED BY SIZE
                      PRICE-CURRENCY-SHOWN DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      BOOK-CURRENCY-SHOWN DELIMITED BY SIZE
                      TEXT-GAINS-BASE-PRICE-LABEL DELIMITED BY SIZE
                      BASE-PRICE-ED DELIMITED BY SIZE
                      TEXT-GAINS-BOOK-LABEL DELIMITED BY SIZE
                      BASE-BOOK-VALUE-ED DELIMITED BY SIZE
                      INTO GAINS-LINE
           ELSE
               STRING TEXT-GAINS-CURRENCY-LABEL DELIMITED BY SIZE
                      PRICE-CURRENCY-SHOWN DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      BOOK-CURRENCY-SHOWN DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TEXT-GAINS-NO-RATE-MARK DELIMITED BY SIZE
                      INTO GAINS-LINE.
           WRITE GAINS-LINE.

      * The holding period needs the master record, read just
      * before by READ-SOLD-COMIC: the sales line deliberately
      * carries no DATE-ACQUIRED of its own.
       MEASURE-HOLDING-PERIOD.
           MOVE "N" TO HOLDING-KNOWN.
           MOVE ZEROES TO HOLDING-DAYS.
           IF RECORD-FOUND = "Y" AND
              DATE-ACQUIRED IS NUMERIC AND
              DATE-ACQUIRED NOT = ZEROES
                  LISTED-COUNT-ED DELIMITED BY SIZE
                  INTO GAINS-LINE.
           WRITE GAINS-LINE.
           IF NO-RATE-COUNT NOT = ZEROES
               MOVE NO-RATE-COUNT TO NO-RATE-COUNT-ED
               MOVE SPACE TO GAINS-LINE
               STRING TEXT-GAINS-NO-RATE DELIMITED BY SIZE
                      NO-RATE-COUNT-ED DELIMITED BY SIZE
                      INTO GAINS-LINE
               WRITE GAINS-LINE.

      * One line per owner under the year's totals: sales listed,
      * then the result split the same way as the totals above.
       PRINT-OWNER-TOTALS.
           MOVE SPACE TO GAINS-LINE.
           WRITE GAINS-LINE.
           MOVE TEXT-GAINS-OWNER-TITLE TO GAINS-LINE.
           WRITE GAINS-LINE.
           MOVE ZEROES TO OWNER-INDEX.
           PERFORM PRINT-ONE-OWNER-TOTAL
           UNTIL OWNER-INDEX = OWNER-COUNT.

       PRINT-ONE-OWNER-TOTAL.
           ADD 1 TO OWNER-INDEX.
           MOVE SPACE TO GAINS-LINE.
           IF OT-OWNER(OWNER-INDEX) = SPACE
               MOVE TEXT-GAINS-UNASSIGNED TO GAINS-LINE(3:13)
           ELSE
               MOVE OT-OWNER(OWNER-INDEX) TO GAINS-LINE(3:5).
           MOVE OT-COUNT(OWNER-INDEX) TO LISTED-COUNT-ED.
           MOVE TEXT-GAINS-OWNER-SALES TO GAINS-LINE(16:10).
           MOVE LISTED-COUNT-ED TO GAINS-LINE(26:5).
           MOVE TEXT-GAINS-OWNER-SHORT TO GAINS-LINE(31:9).
           MOVE OT-SHORT(OWNER-INDEX) TO GAIN-ED.
           MOVE GAIN-ED TO GAINS-LINE(40:10).
           MOVE TEXT-GAINS-OWNER-LONG TO GAINS-LINE(50:9).
           MOVE OT-LONG(OWNER-INDEX) TO GAIN-ED.
           MOVE GAIN-ED TO GAINS-LINE(59:10).
           MOVE TEXT-GAINS-OWNER-UNDATED TO GAINS-LINE(69:13).
           MOVE OT-UNKNOWN(OWNER-INDEX) TO GAIN-ED.
           MOVE GAIN-ED TO GAINS-LINE(82:10).
           MOVE TEXT-GAINS-OWNER-TOTAL TO GAINS-LINE(92:9).
           MOVE OT-TOTAL(OWNER-INDEX) TO TOTAL-ED.
           MOVE TOTAL-ED TO GAINS-LINE(101:13).
           WRITE GAINS-LINE.

      * One read of the batch parameter file decides whether this
      * run may stop at a prompt and which year it settles.
       LOAD-BATCH-PARAMS.
           MOVE "N" TO UNATTENDED-MODE.
           MOVE ZEROES TO PARAM-TARGET-YEAR.
           MOVE SPACE TO PARAM-OWNER.
           OPEN INPUT PARAMS-FILE.
           IF PARAMS-FILE-STATUS = "35"
               CONTINUE
               MOVE "Y" TO UNATTENDED-MODE.
           IF BP-TARGET-YEAR IS NUMERIC
               MOVE BP-TARGET-YEAR TO PARAM-TARGET-YEAR.
           MOVE BP-OWNER TO PARAM-OWNER.

       NOTE-RUN-START.
           MOVE "GAINS-REPORT" TO RLC-PROGRAM-NAME.
