       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "RATECALL-WS.cbl".
       77 UNATTENDED-MODE PIC X.
       77 PARAM-TARGET-YEAR PIC 9(04).
       77 PARAMS-FILE-STATUS PIC X(02).
       77 SPEND-COUNT-ED PIC Z(4)9.
       77 SPEND-TOTAL-ED PIC Z(6)9.99.
       77 TARGET-YEAR-ED PIC 9(04).
       77 FOREIGN-COUNT PIC 9(07).
       77 NO-RATE-COUNT PIC 9(07).
       77 NO-RATE-COUNT-ED PIC Z(6)9.
       77 ORIGINAL-AMOUNT-ED PIC Z(4)9.99.
       77 RATE-ED PIC Z(4)9.9(6).
       77 BASE-AMOUNT-ED PIC Z(6)9.99.

      * One row per source the comics of the chosen year came from,
      * in the same shape as the per-house totals the valuation
           OPEN OUTPUT SPEND-FILE.
           MOVE ZEROES TO DEALER-COUNT.
           MOVE ZEROES TO OVERFLOW-COUNT.
           MOVE ZEROES TO FOREIGN-COUNT.
           MOVE ZEROES TO NO-RATE-COUNT.
           PERFORM START-AT-FIRST-RECORD.
           PERFORM SCAN-RECORDS
           UNTIL EOF-SWITCH = "Y".
           PERFORM PRINT-SPEND-REPORT.
           IF FOREIGN-COUNT NOT = ZEROES
               PERFORM PRINT-FOREIGN-SECTION.
           CLOSE COMICS-FILE.
           CLOSE SPEND-FILE.
           PERFORM WRITE-RUN-LOG-LINE.
           IF DEALER-FOUND = "Y"
               ADD 1 TO DS-COUNT(DEALER-INDEX)
               IF COMIC-VALUE IS NUMERIC
                   PERFORM CONVERT-COMIC-VALUE
                   IF RCA-RATE-FOUND
                       ADD RCA-BASE-AMOUNT TO DS-TOTAL(DEALER-INDEX).

      * Totals are in the house currency: a value paid in another
      * currency is brought over at the rate in force the day the
      * comic was acquired. One with no rate on file for that day
      * is counted but kept out of the money, and the report says
      * how many were left out.
       CONVERT-COMIC-VALUE.
           MOVE COMIC-CURRENCY TO RCA-CURRENCY.
           MOVE DATE-ACQUIRED TO RCA-DATE.
           MOVE COMIC-VALUE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           IF COMIC-CURRENCY NOT = SPACE
               ADD 1 TO FOREIGN-COUNT
               IF RCA-RATE-MISSING
                   ADD 1 TO NO-RATE-COUNT.

       SCAN-DEALER-SPEND-TABLE.
           ADD 1 TO DEALER-INDEX.
               UNTIL DEALER-INDEX = DEALER-COUNT.
           IF OVERFLOW-COUNT NOT = ZEROES
               PERFORM PRINT-OVERFLOW-WARNING.
           IF NO-RATE-COUNT NOT = ZEROES
               PERFORM PRINT-NO-RATE-WARNING.

       PRINT-ONE-DEALER.
           ADD 1 TO DEALER-INDEX.
                  INTO SPEND-LINE.
           WRITE SPEND-LINE.

       PRINT-NO-RATE-WARNING.
           MOVE NO-RATE-COUNT TO NO-RATE-COUNT-ED.
           MOVE SPACE TO SPEND-LINE.
           STRING TEXT-SPEND-NO-RATE DELIMITED BY SIZE
                  NO-RATE-COUNT-ED DELIMITED BY SIZE
                  INTO SPEND-LINE.
           WRITE SPEND-LINE.

      * The per-dealer lines only carry house-currency totals, so a
      * second pass lists every foreign purchase of the year with
      * the amount as it was paid, the rate used and what it came
      * to, for anyone checking a total against the receipts.
       PRINT-FOREIGN-SECTION.
           MOVE SPACE TO SPEND-LINE.
           WRITE SPEND-LINE.
           MOVE TEXT-SPEND-FOREIGN-TITLE TO SPEND-LINE.
           WRITE SPEND-LINE.
           PERFORM START-AT-FIRST-RECORD.
           PERFORM LIST-FOREIGN-PURCHASE
           UNTIL EOF-SWITCH = "Y".

       LIST-FOREIGN-PURCHASE.
           IF NOT COMIC-DELETED AND DATE-ACQUIRED IS NUMERIC AND
              COMIC-CURRENCY NOT = SPACE AND COMIC-VALUE IS NUMERIC
               DIVIDE DATE-ACQUIRED BY 10000
                   GIVING YEAR-ACQUIRED
                   REMAINDER MONTH-DAY-ACQUIRED
               IF YEAR-ACQUIRED = TARGET-YEAR
                   PERFORM PRINT-FOREIGN-LINE.
           PERFORM READ-NEXT-COMIC.

       PRINT-FOREIGN-LINE.
           MOVE COMIC-CURRENCY TO RCA-CURRENCY.
           MOVE DATE-ACQUIRED TO RCA-DATE.
           MOVE COMIC-VALUE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           MOVE COMIC-VALUE TO ORIGINAL-AMOUNT-ED.
           MOVE SPACE TO SPEND-LINE.
           IF RCA-RATE-FOUND
               MOVE RCA-RATE TO RATE-ED
               MOVE RCA-BASE-AMOUNT TO BASE-AMOUNT-ED
               STRING "  " DELIMITED BY SIZE
                      COMIC-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DATE-ACQUIRED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COMIC-DEALER DELIMITED BY SIZE
                      ORIGINAL-AMOUNT-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COMIC-CURRENCY DELIMITED BY SIZE
                      " x" DELIMITED BY SIZE
                      RATE-ED DELIMITED BY SIZE
                      " =" DELIMITED BY SIZE
                      BASE-AMOUNT-ED DELIMITED BY SIZE
                      INTO SPEND-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                      COMIC-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DATE-ACQUIRED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COMIC-DEALER DELIMITED BY SIZE
                      ORIGINAL-AMOUNT-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COMIC-CURRENCY DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TEXT-SPEND-NO-RATE-MARK DELIMITED BY SIZE
                      INTO SPEND-LINE.
           WRITE SPEND-LINE.


      * One read of the batch parameter file decides whether this
      * run may stop at a prompt; no file or no "S" means the usual
