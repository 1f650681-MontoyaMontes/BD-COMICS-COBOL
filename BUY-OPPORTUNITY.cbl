       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUY-OPPORTUNITY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "MARKET-PHYSIC-FILE.cbl".
       COPY "WANT-PHYSIC-FILE.cbl".
       COPY "BUYOPP-PHYSIC-FILE.cbl".

       COPY "PARAMS-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "MARKET-LOGIC-FILE.cbl".
       COPY "WANT-LOGIC-FILE.cbl".
       COPY "BUYOPP-LOGIC-FILE.cbl".

       COPY "PARAMS-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       77 MARKET-FILE-STATUS PIC X(02).
       77 WANT-FILE-STATUS PIC X(02).
       77 UNATTENDED-MODE PIC X.
       77 PARAMS-FILE-STATUS PIC X(02).
       77 END-OF-MARKET PIC X.
       77 RECORD-FOUND PIC X.
       77 MARGIN-PERCENT PIC 9(02).
       77 NEAR-LIMIT PIC 9(06)V99.
       77 LINES-READ PIC 9(07).
       77 HIT-COUNT PIC 9(05).
       77 NEAR-COUNT PIC 9(05).
       77 OPEN-COUNT PIC 9(05).
       77 OVERFLOW-COUNT PIC 9(05).
       77 SECTION-LINES PIC 9(05).
       77 SAVING-TOTAL PIC 9(07)V99.
       77 CURRENT-SECTION PIC 9(01).
       77 OPP-COUNT PIC 9(03).
       77 OPP-INDEX PIC 9(03).
       77 OUTER-INDEX PIC 9(03).
       77 INNER-INDEX PIC 9(03).
       77 SMALLEST-INDEX PIC 9(03).
       77 COUNT-ED PIC Z(6)9.
       77 AMOUNT-ED PIC Z(4)9.99.
       77 TOTAL-ED PIC Z(6)9.99.
       77 MARGIN-ED PIC Z9.
      * One row per market line worth showing. OPP-ORDER is the
      * whole ranking in one field: the report section first (1 at
      * or under the maximum, 2 over it but within the margin, 3 no
      * maximum set), then the want's priority, then an amount that
      * puts the best deal of equal priority on top.
       01 OPP-TABLE.
           05 OPP-ENTRY OCCURS 500 TIMES.
               10 OPP-ORDER.
                   15 OPP-SECTION     PIC 9(01).
                   15 OPP-PRIORITY    PIC 9(01).
                   15 OPP-RANK-AMOUNT PIC 9(05)V99.
               10 OPP-HOUSE           PIC X(20).
               10 OPP-NAME            PIC X(40).
               10 OPP-ISSUE           PIC 9(05).
               10 OPP-DEALER          PIC X(20).
               10 OPP-PRICE           PIC 9(05)V99.
               10 OPP-MAX-PRICE       PIC 9(05)V99.
               10 OPP-DIFFERENCE      PIC 9(05)V99.
       01 SWAP-ENTRY PIC X(115).

       COPY "BUYOPP-WS-ESP.cbl".

      * Reads the dealers' market list against the wants list and
      * prints what can be bought now: every wanted issue offered
      * at or under its maximum price, most wanted first, with the
      * dealer and what it saves against the maximum; then the
      * offers a little over the maximum, close enough to haggle
      * over; then the offers for wants that carry no maximum, so
      * they are not lost from sight either.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           PERFORM LOAD-BATCH-PARAMS.
           PERFORM ASK-MARGIN-PERCENT.
           DISPLAY TEXT-BUYOPP-START.
           MOVE ZEROES TO LINES-READ.
           MOVE ZEROES TO HIT-COUNT.
           MOVE ZEROES TO NEAR-COUNT.
           MOVE ZEROES TO OPEN-COUNT.
           MOVE ZEROES TO OVERFLOW-COUNT.
           MOVE ZEROES TO SAVING-TOTAL.
           MOVE ZEROES TO OPP-COUNT.
           OPEN INPUT MARKET-FILE.
           IF MARKET-FILE-STATUS = "35"
               DISPLAY TEXT-BUYOPP-NO-MARKET
           ELSE
               OPEN INPUT WANT-FILE
               IF WANT-FILE-STATUS = "35"
                   DISPLAY TEXT-BUYOPP-NO-WANTS
               ELSE
                   PERFORM WEIGH-THE-LIST
                   CLOSE WANT-FILE
               END-IF
               CLOSE MARKET-FILE.
           PERFORM SORT-OPP-TABLE.
           OPEN OUTPUT BUYOPP-REPORT-FILE.
           PERFORM PRINT-REPORT-TITLE.
           MOVE 1 TO CURRENT-SECTION.
           PERFORM PRINT-ONE-SECTION.
           MOVE 2 TO CURRENT-SECTION.
           PERFORM PRINT-ONE-SECTION.
           MOVE 3 TO CURRENT-SECTION.
           PERFORM PRINT-ONE-SECTION.
           PERFORM PRINT-REPORT-FOOTING.
           CLOSE BUYOPP-REPORT-FILE.
           DISPLAY TEXT-BUYOPP-DONE.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

      * Dealers move a tenth off the asking price readily enough,
      * so that is the margin when nobody is at the console to say
      * otherwise.
       ASK-MARGIN-PERCENT.
           MOVE ZEROES TO MARGIN-PERCENT.
           IF UNATTENDED-MODE = "N"
               DISPLAY " "
               DISPLAY TEXT-BUYOPP-MARGIN-PROMPT
               ACCEPT MARGIN-PERCENT.
           IF MARGIN-PERCENT NOT NUMERIC OR MARGIN-PERCENT = ZEROES
               MOVE 10 TO MARGIN-PERCENT.

       WEIGH-THE-LIST.
           MOVE "N" TO END-OF-MARKET.
           PERFORM READ-MARKET-LINE.
           PERFORM WEIGH-ONE-MARKET-LINE
           UNTIL END-OF-MARKET = "Y".

       READ-MARKET-LINE.
           READ MARKET-FILE
               AT END
               MOVE "Y" TO END-OF-MARKET.

      * House, title and issue are the whole key of a want, so one
      * keyed read per line says whether we are after that issue.
       WEIGH-ONE-MARKET-LINE.
           ADD 1 TO LINES-READ.
           IF MKT-ISSUE IS NUMERIC AND MKT-PRICE IS NUMERIC
               MOVE MKT-HOUSE TO WANT-HOUSE
               MOVE MKT-NAME TO WANT-NAME
               MOVE MKT-ISSUE TO WANT-ISSUE
               MOVE "Y" TO RECORD-FOUND
               READ WANT-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-FOUND
               END-READ
               IF RECORD-FOUND = "Y"
                   PERFORM PLACE-WANTED-OFFER.
           PERFORM READ-MARKET-LINE.

       PLACE-WANTED-OFFER.
           COMPUTE NEAR-LIMIT ROUNDED =
               WANT-MAX-PRICE * (100 + MARGIN-PERCENT) / 100.
           EVALUATE TRUE
               WHEN WANT-MAX-PRICE = ZEROES
                   ADD 1 TO OPEN-COUNT
                   PERFORM ADD-OPEN-OFFER
               WHEN MKT-PRICE NOT > WANT-MAX-PRICE
                   ADD 1 TO HIT-COUNT
                   PERFORM ADD-HIT-OFFER
               WHEN MKT-PRICE NOT > NEAR-LIMIT
                   ADD 1 TO NEAR-COUNT
                   PERFORM ADD-NEAR-OFFER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The biggest saving ranks first, so the amount kept for the
      * ranking is the saving turned upside down.
       ADD-HIT-OFFER.
           ADD WANT-MAX-PRICE TO SAVING-TOTAL.
           SUBTRACT MKT-PRICE FROM SAVING-TOTAL.
           IF OPP-COUNT < 500
               PERFORM ADD-OPP-ENTRY
               MOVE 1 TO OPP-SECTION(OPP-COUNT)
               SUBTRACT MKT-PRICE FROM WANT-MAX-PRICE
                   GIVING OPP-DIFFERENCE(OPP-COUNT)
               SUBTRACT OPP-DIFFERENCE(OPP-COUNT) FROM 99999.99
                   GIVING OPP-RANK-AMOUNT(OPP-COUNT)
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

      * The closest to the maximum ranks first: the least to talk
      * the dealer down.
       ADD-NEAR-OFFER.
           IF OPP-COUNT < 500
               PERFORM ADD-OPP-ENTRY
               MOVE 2 TO OPP-SECTION(OPP-COUNT)
               SUBTRACT WANT-MAX-PRICE FROM MKT-PRICE
                   GIVING OPP-DIFFERENCE(OPP-COUNT)
               MOVE OPP-DIFFERENCE(OPP-COUNT)
                   TO OPP-RANK-AMOUNT(OPP-COUNT)
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

      * With no maximum to measure against, the cheapest offer of
      * equal priority ranks first.
       ADD-OPEN-OFFER.
           IF OPP-COUNT < 500
               PERFORM ADD-OPP-ENTRY
               MOVE 3 TO OPP-SECTION(OPP-COUNT)
               MOVE ZEROES TO OPP-DIFFERENCE(OPP-COUNT)
               MOVE MKT-PRICE TO OPP-RANK-AMOUNT(OPP-COUNT)
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

       ADD-OPP-ENTRY.
           ADD 1 TO OPP-COUNT.
           MOVE WANT-PRIORITY TO OPP-PRIORITY(OPP-COUNT).
           MOVE WANT-HOUSE TO OPP-HOUSE(OPP-COUNT).
           MOVE WANT-NAME TO OPP-NAME(OPP-COUNT).
           MOVE WANT-ISSUE TO OPP-ISSUE(OPP-COUNT).
           MOVE MKT-DEALER TO OPP-DEALER(OPP-COUNT).
           MOVE MKT-PRICE TO OPP-PRICE(OPP-COUNT).
           MOVE WANT-MAX-PRICE TO OPP-MAX-PRICE(OPP-COUNT).

      * Selection sort on OPP-ORDER; the table tops out at 500
      * entries so the O(n**2) pass stays cheap for one list.
       SORT-OPP-TABLE.
           MOVE ZEROES TO OUTER-INDEX.
           PERFORM SORT-OUTER-PASS
           UNTIL OUTER-INDEX = OPP-COUNT.

       SORT-OUTER-PASS.
           ADD 1 TO OUTER-INDEX.
           MOVE OUTER-INDEX TO SMALLEST-INDEX.
           MOVE OUTER-INDEX TO INNER-INDEX.
           PERFORM FIND-SMALLEST-ORDER
           UNTIL INNER-INDEX = OPP-COUNT.
           IF SMALLEST-INDEX NOT = OUTER-INDEX
               PERFORM SWAP-OPP-ENTRIES.

       FIND-SMALLEST-ORDER.
           ADD 1 TO INNER-INDEX.
           IF OPP-ORDER(INNER-INDEX) < OPP-ORDER(SMALLEST-INDEX)
               MOVE INNER-INDEX TO SMALLEST-INDEX.

       SWAP-OPP-ENTRIES.
           MOVE OPP-ENTRY(OUTER-INDEX) TO SWAP-ENTRY.
           MOVE OPP-ENTRY(SMALLEST-INDEX) TO OPP-ENTRY(OUTER-INDEX).
           MOVE SWAP-ENTRY TO OPP-ENTRY(SMALLEST-INDEX).

       PRINT-REPORT-TITLE.
           MOVE TEXT-BUYOPP-TITLE TO BUYOPP-LINE.
           WRITE BUYOPP-LINE.

      * Every section is printed, even an empty one, so a reader
      * can tell "nothing to buy" from a report cut short.
       PRINT-ONE-SECTION.
           MOVE SPACE TO BUYOPP-LINE.
           WRITE BUYOPP-LINE.
           MOVE SPACE TO BUYOPP-LINE.
           EVALUATE CURRENT-SECTION
               WHEN 1
                   MOVE TEXT-BUYOPP-HIT-HEADING TO BUYOPP-LINE
               WHEN 2
                   MOVE MARGIN-PERCENT TO MARGIN-ED
                   STRING TEXT-BUYOPP-NEAR-HEADING DELIMITED BY SIZE
                          MARGIN-ED DELIMITED BY SIZE
                          INTO BUYOPP-LINE
               WHEN OTHER
                   MOVE TEXT-BUYOPP-OPEN-HEADING TO BUYOPP-LINE
           END-EVALUATE.
           WRITE BUYOPP-LINE.
           PERFORM PRINT-COLUMN-HEADINGS.
           MOVE ZEROES TO SECTION-LINES.
           MOVE ZEROES TO OPP-INDEX.
           PERFORM PRINT-IF-IN-SECTION
           UNTIL OPP-INDEX = OPP-COUNT.
           IF SECTION-LINES = ZEROES
               MOVE TEXT-BUYOPP-NONE TO BUYOPP-LINE
               WRITE BUYOPP-LINE.

       PRINT-COLUMN-HEADINGS.
           MOVE SPACE TO BUYOPP-LINE.
           MOVE TEXT-BUYOPP-COL-PRIORITY TO BUYOPP-LINE(1:1).
           MOVE TEXT-BUYOPP-COL-TITLE TO BUYOPP-LINE(3:66).
           MOVE TEXT-BUYOPP-COL-DEALER TO BUYOPP-LINE(72:20).
           MOVE TEXT-BUYOPP-COL-PRICE TO BUYOPP-LINE(93:8).
           IF CURRENT-SECTION NOT = 3
               MOVE TEXT-BUYOPP-COL-MAX TO BUYOPP-LINE(102:8).
           IF CURRENT-SECTION = 1
               MOVE TEXT-BUYOPP-COL-SAVING TO BUYOPP-LINE(111:8).
           IF CURRENT-SECTION = 2
               MOVE TEXT-BUYOPP-COL-OVER TO BUYOPP-LINE(111:8).
           WRITE BUYOPP-LINE.

       PRINT-IF-IN-SECTION.
           ADD 1 TO OPP-INDEX.
           IF OPP-SECTION(OPP-INDEX) = CURRENT-SECTION
               ADD 1 TO SECTION-LINES
               PERFORM PRINT-OPP-LINE.

       PRINT-OPP-LINE.
           MOVE SPACE TO BUYOPP-LINE.
           MOVE OPP-PRIORITY(OPP-INDEX) TO BUYOPP-LINE(1:1).
           MOVE OPP-HOUSE(OPP-INDEX) TO BUYOPP-LINE(3:20).
           MOVE OPP-NAME(OPP-INDEX) TO BUYOPP-LINE(24:40).
           MOVE "#" TO BUYOPP-LINE(64:1).
           MOVE OPP-ISSUE(OPP-INDEX) TO BUYOPP-LINE(65:5).
           IF OPP-DEALER(OPP-INDEX) = SPACE
               MOVE TEXT-BUYOPP-NO-DEALER TO BUYOPP-LINE(72:20)
           ELSE
               MOVE OPP-DEALER(OPP-INDEX) TO BUYOPP-LINE(72:20).
           MOVE OPP-PRICE(OPP-INDEX) TO AMOUNT-ED.
           MOVE AMOUNT-ED TO BUYOPP-LINE(93:8).
           IF CURRENT-SECTION NOT = 3
               MOVE OPP-MAX-PRICE(OPP-INDEX) TO AMOUNT-ED
               MOVE AMOUNT-ED TO BUYOPP-LINE(102:8)
               MOVE OPP-DIFFERENCE(OPP-INDEX) TO AMOUNT-ED
               MOVE AMOUNT-ED TO BUYOPP-LINE(111:8).
           WRITE BUYOPP-LINE.

      * The counts come from the whole list, so a list too long for
      * the table still shows how much was left off the report.
       PRINT-REPORT-FOOTING.
           MOVE SPACE TO BUYOPP-LINE.
           WRITE BUYOPP-LINE.
           MOVE LINES-READ TO COUNT-ED.
           MOVE SPACE TO BUYOPP-LINE.
           STRING TEXT-BUYOPP-LINES-READ DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO BUYOPP-LINE.
           WRITE BUYOPP-LINE.
           MOVE HIT-COUNT TO COUNT-ED.
           MOVE SPACE TO BUYOPP-LINE.
           STRING TEXT-BUYOPP-HIT-TOTAL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO BUYOPP-LINE.
           WRITE BUYOPP-LINE.
           MOVE NEAR-COUNT TO COUNT-ED.
           MOVE SPACE TO BUYOPP-LINE.
           STRING TEXT-BUYOPP-NEAR-TOTAL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO BUYOPP-LINE.
           WRITE BUYOPP-LINE.
           MOVE OPEN-COUNT TO COUNT-ED.
           MOVE SPACE TO BUYOPP-LINE.
           STRING TEXT-BUYOPP-OPEN-TOTAL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO BUYOPP-LINE.
           WRITE BUYOPP-LINE.
           MOVE SAVING-TOTAL TO TOTAL-ED.
           MOVE SPACE TO BUYOPP-LINE.
           STRING TEXT-BUYOPP-SAVING-TOTAL DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO BUYOPP-LINE.
           WRITE BUYOPP-LINE.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE OVERFLOW-COUNT TO COUNT-ED
               MOVE SPACE TO BUYOPP-LINE
               STRING TEXT-BUYOPP-OVERFLOW DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      INTO BUYOPP-LINE
               WRITE BUYOPP-LINE.

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
           MOVE "BUY-OPPORTUNITY" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE LINES-READ TO RLC-READ-COUNT.
           ADD HIT-COUNT NEAR-COUNT OPEN-COUNT
               GIVING RLC-WRITTEN-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "BUYOPP-WS-ENG.cbl".

       END PROGRAM BUY-OPPORTUNITY.
