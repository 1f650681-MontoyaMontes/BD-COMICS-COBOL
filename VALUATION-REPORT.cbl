       77 GRAND-TOTAL PIC 9(09)V99.
       77 HOUSE-TOTAL-ED PIC Z(6)9.99.
       77 GRAND-TOTAL-ED PIC Z(8)9.99.
       77 PARAM-OWNER PIC X(05).
       77 SELECTED-OWNER PIC X(05).
       77 OWNER-COUNT PIC 9(03).
       77 OWNER-INDEX PIC 9(03).
       77 OWNER-FOUND PIC X.
       COPY "RATECALL-WS.cbl".
       77 VALUATION-DATE PIC 9(08).
       77 NO-RATE-COUNT PIC 9(07).
       77 NO-RATE-COUNT-ED PIC Z(6)9.
       77 NO-RATE-VALUE-ED PIC Z(4)9.99.

      * Insured value per owner, tallied as the houses go by; a
      * household has a handful of owners, so a short unsorted
      * table will do.
       01 OWNER-TOTAL-TABLE.
           05 OWNER-TOTAL-ENTRY OCCURS 50 TIMES.
               10 OT-OWNER     PIC X(05).
               10 OT-VALUE     PIC 9(09)V99.

       COPY "VALUE-WS-ESP.cbl".

           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           PERFORM LOAD-BATCH-PARAMS.
           PERFORM ASK-OWNER-SELECTION.
           PERFORM OPEN-EXTRACT-FILE.
           OPEN OUTPUT VALUATION-FILE.
           MOVE ZEROES TO GRAND-TOTAL.
           MOVE ZEROES TO HOUSE-TOTAL.
           MOVE SPACE TO CURRENT-HOUSE.
           MOVE ZEROES TO OWNER-COUNT.
           MOVE ZEROES TO NO-RATE-COUNT.
           ACCEPT VALUATION-DATE FROM DATE YYYYMMDD.
           MOVE TEXT-VALUATION-TITLE TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           IF SELECTED-OWNER NOT = SPACE
               MOVE SPACE TO VALUATION-LINE
               STRING TEXT-VALUATION-OWNER-LABEL DELIMITED BY SIZE
                      SELECTED-OWNER DELIMITED BY SIZE
                      INTO VALUATION-LINE
               WRITE VALUATION-LINE.
           PERFORM START-AT-FIRST-HOUSE.
           PERFORM PROCESS-RECORDS
           UNTIL REPORT-FOUND = "N".
           PERFORM FLUSH-HOUSE-TOTAL.
           PERFORM PRINT-GRAND-TOTAL.
           IF SELECTED-OWNER = SPACE AND OWNER-COUNT > ZEROES
               PERFORM PRINT-OWNER-TOTALS.
           CLOSE EXTRACT-FILE.
           CLOSE VALUATION-FILE.
           PERFORM WRITE-RUN-LOG-LINE.

      * The extract is laid down in house order by the extractor,
      * so the control break below still sees each house whole.
      * The valuation can be cut down to one member of the
      * household, for a policy in one name; a blank answer, or no
      * owner on the parameter file for an unattended run, values
      * everyone's comics.
       ASK-OWNER-SELECTION.
           IF UNATTENDED-MODE = "Y"
               MOVE PARAM-OWNER TO SELECTED-OWNER
           ELSE
               DISPLAY " "
               DISPLAY TEXT-VALUATION-OWNER-PROMPT
               MOVE SPACE TO SELECTED-OWNER
               ACCEPT SELECTED-OWNER.

       START-AT-FIRST-HOUSE.
           MOVE "Y" TO REPORT-FOUND.
           PERFORM READ-NEXT-COMIC.
                   PERFORM FLUSH-HOUSE-TOTAL.
               MOVE COMIC-HOUSE TO CURRENT-HOUSE.
               MOVE ZEROES TO HOUSE-TOTAL.
           IF COMIC-ACTIVE AND
              (SELECTED-OWNER = SPACE OR
               COMIC-OWNER = SELECTED-OWNER)
               PERFORM VALUE-ONE-COMIC.
           PERFORM READ-NEXT-COMIC.

      * Every total is in the house currency: each comic's value is
      * brought over at the rate in force on the day it was bought,
      * or today's when the purchase date is unknown, the same way
      * the period close values the collection. A comic with no rate
      * on file is listed under its house and stays out of the sums.
       VALUE-ONE-COMIC.
           PERFORM CONVERT-COMIC-VALUE.
           IF RCA-RATE-FOUND
               ADD RCA-BASE-AMOUNT TO HOUSE-TOTAL
               ADD RCA-BASE-AMOUNT TO GRAND-TOTAL
               PERFORM TALLY-OWNER-VALUE
           ELSE
               ADD 1 TO NO-RATE-COUNT
               PERFORM PRINT-NO-RATE-COMIC.

       CONVERT-COMIC-VALUE.
           MOVE COMIC-CURRENCY TO RCA-CURRENCY.
           IF DATE-ACQUIRED IS NUMERIC AND DATE-ACQUIRED NOT = ZEROES
               MOVE DATE-ACQUIRED TO RCA-DATE
           ELSE
               MOVE VALUATION-DATE TO RCA-DATE.
           MOVE COMIC-VALUE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.

       PRINT-NO-RATE-COMIC.
           MOVE COMIC-VALUE TO NO-RATE-VALUE-ED.
           MOVE SPACE TO VALUATION-LINE.
           STRING TEXT-VALUATION-NO-RATE-MARK DELIMITED BY SIZE
                  COMIC-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  NO-RATE-VALUE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COMIC-CURRENCY DELIMITED BY SIZE
                  INTO VALUATION-LINE.
           WRITE VALUATION-LINE.

       TALLY-OWNER-VALUE.
           MOVE "N" TO OWNER-FOUND.
           MOVE ZEROES TO OWNER-INDEX.
           PERFORM SCAN-OWNER-TABLE
           UNTIL OWNER-INDEX = OWNER-COUNT OR
           OWNER-FOUND = "Y".
           IF OWNER-FOUND = "N" AND OWNER-COUNT < 50
               ADD 1 TO OWNER-COUNT
               MOVE OWNER-COUNT TO OWNER-INDEX
               MOVE COMIC-OWNER TO OT-OWNER(OWNER-INDEX)
               MOVE ZEROES TO OT-VALUE(OWNER-INDEX)
               MOVE "Y" TO OWNER-FOUND.
           IF OWNER-FOUND = "Y"
               ADD RCA-BASE-AMOUNT TO OT-VALUE(OWNER-INDEX).

       SCAN-OWNER-TABLE.
           ADD 1 TO OWNER-INDEX.
           IF OT-OWNER(OWNER-INDEX) = COMIC-OWNER
               MOVE "Y" TO OWNER-FOUND.

       FLUSH-HOUSE-TOTAL.
           MOVE HOUSE-TOTAL TO HOUSE-TOTAL-ED.
           MOVE SPACE TO VALUATION-LINE.
                  GRAND-TOTAL-ED DELIMITED BY SIZE
                  INTO VALUATION-LINE.
           WRITE VALUATION-LINE.
           IF NO-RATE-COUNT NOT = ZEROES
               MOVE NO-RATE-COUNT TO NO-RATE-COUNT-ED
               MOVE SPACE TO VALUATION-LINE
               STRING TEXT-VALUATION-NO-RATE DELIMITED BY SIZE
                      NO-RATE-COUNT-ED DELIMITED BY SIZE
                      INTO VALUATION-LINE
               WRITE VALUATION-LINE
               DISPLAY TEXT-VALUATION-NO-RATE NO-RATE-COUNT-ED.

      * The same value split by member of the household, in the
      * order the owners first turned up on the extract.
       PRINT-OWNER-TOTALS.
           MOVE SPACE TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE TEXT-VALUATION-OWNER-TITLE TO VALUATION-LINE.
           WRITE VALUATION-LINE.
           MOVE ZEROES TO OWNER-INDEX.
           PERFORM PRINT-ONE-OWNER-TOTAL
           UNTIL OWNER-INDEX = OWNER-COUNT.

       PRINT-ONE-OWNER-TOTAL.
           ADD 1 TO OWNER-INDEX.
           MOVE SPACE TO VALUATION-LINE.
           IF OT-OWNER(OWNER-INDEX) = SPACE
               MOVE TEXT-VALUATION-UNASSIGNED TO VALUATION-LINE(3:13)
           ELSE
               MOVE OT-OWNER(OWNER-INDEX) TO VALUATION-LINE(3:5).
           MOVE OT-VALUE(OWNER-INDEX) TO GRAND-TOTAL-ED.
           MOVE GRAND-TOTAL-ED TO VALUATION-LINE(18:12).
           WRITE VALUATION-LINE.


      * One read of the batch parameter file decides whether this
      * run counts as the unattended window.
       LOAD-BATCH-PARAMS.
           MOVE "N" TO UNATTENDED-MODE.
           MOVE SPACE TO PARAM-OWNER.
           OPEN INPUT PARAMS-FILE.
           IF PARAMS-FILE-STATUS = "35"
               CONTINUE
       NOTE-BATCH-PARAMS.
           IF BP-UNATTENDED = "S"
               MOVE "Y" TO UNATTENDED-MODE.
           MOVE BP-OWNER TO PARAM-OWNER.

       NOTE-RUN-START.
           MOVE "VALUATION-REPORT" TO RLC-PROGRAM-NAME.
      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE NO-RATE-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


