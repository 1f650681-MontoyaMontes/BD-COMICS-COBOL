       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "RATECALL-WS.cbl".
       77 END-OF-SALES PIC X.
       77 SALES-COUNT PIC 9(07).
       77 SALE-DIFF PIC S9(07)V99.
       77 TOTAL-PROCEEDS-ED PIC Z(8)9.99.
       77 TOTAL-DIFF-ED PIC +Z(8)9.99.
       77 SALES-FILE-STATUS PIC X(02).
       77 BASE-PRICE PIC S9(09)V99.
       77 BASE-BOOK-VALUE PIC S9(09)V99.
       77 SALE-RATES-OK PIC X.
       77 NO-RATE-COUNT PIC 9(07).
       77 NO-RATE-COUNT-ED PIC Z(6)9.
       77 BASE-PRICE-ED PIC Z(6)9.99.
       77 BASE-BOOK-VALUE-ED PIC Z(6)9.99.
       77 PRICE-CURRENCY-SHOWN PIC X(05).
       77 BOOK-CURRENCY-SHOWN PIC X(05).

       COPY "PROCEEDS-WS-ESP.cbl".

           MOVE ZEROES TO SALES-COUNT.
           MOVE ZEROES TO TOTAL-PROCEEDS.
           MOVE ZEROES TO TOTAL-DIFF.
           MOVE ZEROES TO NO-RATE-COUNT.
           MOVE "N" TO END-OF-SALES.
           PERFORM READ-SALE-RECORD.
           PERFORM PRINT-ONE-SALE
           AT END
               MOVE "Y" TO END-OF-SALES.

      * The detail line keeps both amounts as they were recorded;
      * the difference and the totals are in the house currency,
      * each amount brought over at the rate in force on the sale
      * date. A sale with no rate on file for that day shows its
      * amounts but stays out of the money totals.
       PRINT-ONE-SALE.
           ADD 1 TO SALES-COUNT.
           PERFORM CONVERT-SALE-AMOUNTS.
           IF SALE-RATES-OK = "Y"
               ADD BASE-PRICE TO TOTAL-PROCEEDS
               SUBTRACT BASE-BOOK-VALUE FROM BASE-PRICE
                   GIVING SALE-DIFF
               ADD SALE-DIFF TO TOTAL-DIFF
           ELSE
               ADD 1 TO NO-RATE-COUNT
               MOVE ZEROES TO SALE-DIFF.
           MOVE SALE-BOOK-VALUE TO BOOK-VALUE-ED.
           MOVE SALE-PRICE TO SALE-PRICE-ED.
           MOVE SALE-DIFF TO SALE-DIFF-ED.
                  SALE-DIFF-ED DELIMITED BY SIZE
                  INTO PROCEEDS-LINE.
           WRITE PROCEEDS-LINE.
           IF SALE-CURRENCY NOT = SPACE OR
              SALE-BOOK-CURRENCY NOT = SPACE
               PERFORM PRINT-CURRENCY-LINE.
           PERFORM READ-SALE-RECORD.

       CONVERT-SALE-AMOUNTS.
           MOVE "Y" TO SALE-RATES-OK.
           MOVE SALE-CURRENCY TO RCA-CURRENCY.
           MOVE SALE-DATE TO RCA-DATE.
           MOVE SALE-PRICE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           MOVE RCA-BASE-AMOUNT TO BASE-PRICE.
           IF RCA-RATE-MISSING
               MOVE "N" TO SALE-RATES-OK.
           MOVE SALE-BOOK-CURRENCY TO RCA-CURRENCY.
           MOVE SALE-DATE TO RCA-DATE.
           MOVE SALE-BOOK-VALUE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           MOVE RCA-BASE-AMOUNT TO BASE-BOOK-VALUE.
           IF RCA-RATE-MISSING
               MOVE "N" TO SALE-RATES-OK.

      * A second line under any sale with a foreign side says which
      * currency each amount above was in and what both came to in
      * the house currency.
       PRINT-CURRENCY-LINE.
           MOVE SALE-BOOK-CURRENCY TO BOOK-CURRENCY-SHOWN.
           IF SALE-BOOK-CURRENCY = SPACE
               MOVE TEXT-PROCEEDS-HOUSE-CODE TO BOOK-CURRENCY-SHOWN.
           MOVE SALE-CURRENCY TO PRICE-CURRENCY-SHOWN.
           IF SALE-CURRENCY = SPACE
               MOVE TEXT-PROCEEDS-HOUSE-CODE TO PRICE-CURRENCY-SHOWN.
           MOVE SPACE TO PROCEEDS-LINE.
           IF SALE-RATES-OK = "Y"
               MOVE BASE-BOOK-VALUE TO BASE-BOOK-VALUE-ED
               MOVE BASE-PRICE TO BASE-PRICE-ED
               STRING TEXT-PROCEEDS-CURRENCY-LABEL DELIMITED BY SIZE
                      BOOK-CURRENCY-SHOWN DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      PRICE-CURRENCY-SHOWN DELIMITED BY SIZE
                      TEXT-PROCEEDS-BASE-BOOK-LABEL DELIMITED BY SIZE
                      BASE-BOOK-VALUE-ED DELIMITED BY SIZE
                      TEXT-PROCEEDS-BASE-PRICE-LABEL DELIMITED BY SIZE
                      BASE-PRICE-ED DELIMITED BY SIZE
                      INTO PROCEEDS-LINE
           ELSE
               STRING TEXT-PROCEEDS-CURRENCY-LABEL DELIMITED BY SIZE
                      BOOK-CURRENCY-SHOWN DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      PRICE-CURRENCY-SHOWN DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      TEXT-PROCEEDS-NO-RATE-MARK DELIMITED BY SIZE
                      INTO PROCEEDS-LINE.
           WRITE PROCEEDS-LINE.

       PRINT-PROCEEDS-TOTALS.
           MOVE SALES-COUNT TO SALES-COUNT-ED.
           MOVE TOTAL-PROCEEDS TO TOTAL-PROCEEDS-ED.
                  TOTAL-DIFF-ED DELIMITED BY SIZE
                  INTO PROCEEDS-LINE.
           WRITE PROCEEDS-LINE.
           IF NO-RATE-COUNT NOT = ZEROES
               MOVE NO-RATE-COUNT TO NO-RATE-COUNT-ED
               MOVE SPACE TO PROCEEDS-LINE
               STRING TEXT-PROCEEDS-NO-RATE DELIMITED BY SIZE
                      NO-RATE-COUNT-ED DELIMITED BY SIZE
                      INTO PROCEEDS-LINE
               WRITE PROCEEDS-LINE.


       NOTE-RUN-START.
