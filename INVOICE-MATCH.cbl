       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "INVHDR-PHYSIC-FILE.cbl".
       COPY "INVLINE-PHYSIC-FILE.cbl".
       COPY "INVRPT-PHYSIC-FILE.cbl".

       COPY "PARAMS-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "INVHDR-LOGIC-FILE.cbl".
       COPY "INVLINE-LOGIC-FILE.cbl".
       COPY "INVRPT-LOGIC-FILE.cbl".

       COPY "PARAMS-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "RATECALL-WS.cbl".
       77 UNATTENDED-MODE PIC X.
       77 PARAMS-FILE-STATUS PIC X(02).
       77 INVHDR-FILE-STATUS PIC X(02).
       77 INVLINE-FILE-STATUS PIC X(02).
       77 EOF-SWITCH PIC X.
       77 TODAY-DATE PIC 9(08).
       77 WINDOW-DAYS PIC 9(03).
       77 WINDOW-DAYS-ED PIC ZZ9.
       77 LINE-COUNT PIC 9(03).
       77 LINE-INDEX PIC 9(03).
       77 BEST-INDEX PIC 9(03).
       77 BEST-GAP PIC 9(07).
       77 DAY-GAP PIC 9(07).
       77 DEALER-COUNT PIC 9(03).
       77 DEALER-INDEX PIC 9(03).
       77 DEALER-FOUND PIC X.
       77 SEARCH-DEALER PIC X(20).
       77 COMIC-CLAIMED PIC X.
       77 HEADER-READY PIC X.
       77 HEADER-DAYS PIC 9(07).
       77 ACQUIRED-DAYS PIC 9(07).
       77 READ-COUNT PIC 9(07).
       77 NEW-MATCH-COUNT PIC 9(07).
       77 NOT-INVOICED-COUNT PIC 9(07).
       77 UNMATCHED-COUNT PIC 9(07).
       77 PRICE-DIFF-COUNT PIC 9(07).
       77 NO-RATE-COUNT PIC 9(07).
       77 OVERFLOW-COUNT PIC 9(07).
       77 COUNT-ED PIC Z(6)9.
       77 BILLED-BASE PIC S9(09)V99.
       77 ENTERED-BASE PIC S9(09)V99.
       77 PRICE-GAP PIC S9(09)V99.
      * Scratch fields for turning a calendar date into a running
      * day number so two dates can be subtracted.
       77 CONVERT-DATE PIC 9(08).
       77 CONVERT-DAYS PIC 9(07).
       77 CONVERT-YEAR PIC 9(04).
       77 CONVERT-MONTH PIC 9(02).
       77 CONVERT-DAY PIC 9(02).
       77 CONVERT-REST PIC 9(04).
       77 PRIOR-YEAR PIC 9(04).
       77 LEAP-FOURS PIC 9(04).
       77 LEAP-HUNDREDS PIC 9(04).
       77 LEAP-FOURHUNDREDS PIC 9(04).
       77 LEAP-REMAINDER PIC 9(04).
       77 YEAR-DAYS PIC 9(07).
       01 MONTH-OFFSET-VALUES PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
           05 MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).

      * Every invoice line on file, with what its header says about
      * date and currency; LT-NEW marks a pairing made by this run,
      * the only lines written back at the end.
       01 LINE-TABLE.
           05 LINE-ENTRY OCCURS 500 TIMES.
               10 LT-DEALER      PIC X(20).
               10 LT-NUMBER      PIC X(15).
               10 LT-LINE        PIC 9(03).
               10 LT-NAME        PIC X(40).
               10 LT-ISSUE       PIC 9(05).
               10 LT-PRICE       PIC 9(05)V99.
               10 LT-CURRENCY    PIC X(03).
               10 LT-DATE        PIC 9(08).
               10 LT-DAYS        PIC 9(07).
               10 LT-COMIC-ID    PIC 9(05).
               10 LT-NEW         PIC X(01).
      * Each dealer that has invoices on file, with the day of its
      * oldest one: comics from a dealer who never sends invoices,
      * or bought before the first one was keyed, are no surprise.
       01 DEALER-TABLE.
           05 DEALER-ENTRY OCCURS 100 TIMES.
               10 DT-DEALER      PIC X(20).
               10 DT-FIRST-DAYS  PIC 9(07).

       01 NOT-INVOICED-LINE.
           05 NIL-COMIC-ID      PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 NIL-DEALER        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 NIL-NAME          PIC X(40).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 NIL-ISSUE         PIC Z(4)9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 NIL-DATE          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 NIL-VALUE         PIC Z(4)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 NIL-CURRENCY      PIC X(03).
       01 UNMATCHED-LINE.
           05 UML-DEALER        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 UML-NUMBER        PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 UML-LINE          PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 UML-NAME          PIC X(30).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 UML-ISSUE         PIC Z(4)9.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 UML-DATE          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 UML-PRICE         PIC Z(4)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 UML-CURRENCY      PIC X(03).
       01 PRICE-DIFF-LINE.
           05 PDL-COMIC-ID      PIC 9(05).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PDL-DEALER        PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PDL-NUMBER        PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PDL-NAME          PIC X(25).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PDL-BILLED        PIC Z(6)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PDL-ENTERED       PIC Z(6)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PDL-GAP           PIC -(6)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PDL-MARK          PIC X(01).

       COPY "INVMATCH-WS-ESP.cbl".

      * Pairs the dealer invoice lines keyed on INVOICE-RECORD with
      * the comics that actually came in: same dealer, same title
      * and issue, acquired within a window of days either side of
      * the invoice date, the closest one winning. A pairing once
      * made is kept on the line, so later runs only work on what
      * is still loose. The report then lists comics received but
      * never billed, lines billed but never received, and paired
      * lines whose price differs from the value keyed for the
      * comic.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           PERFORM LOAD-BATCH-PARAMS.
           PERFORM ASK-WINDOW-DAYS.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE ZEROES TO READ-COUNT.
           MOVE ZEROES TO NEW-MATCH-COUNT.
           MOVE ZEROES TO NOT-INVOICED-COUNT.
           MOVE ZEROES TO UNMATCHED-COUNT.
           MOVE ZEROES TO PRICE-DIFF-COUNT.
           MOVE ZEROES TO NO-RATE-COUNT.
           MOVE ZEROES TO OVERFLOW-COUNT.
           PERFORM LOAD-INVOICE-LINES.
           OPEN OUTPUT INVRPT-FILE.
           PERFORM PRINT-REPORT-TITLE.
           OPEN INPUT COMICS-FILE.
           PERFORM MATCH-RECEIVED-COMICS.
           PERFORM PRINT-UNMATCHED-LINES.
           PERFORM PRINT-PRICE-DIFFERENCES.
           CLOSE COMICS-FILE.
           PERFORM PRINT-REPORT-FOOTING.
           CLOSE INVRPT-FILE.
           IF NEW-MATCH-COUNT NOT = ZEROES
               PERFORM SAVE-NEW-MATCHES.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain; run on its own
      * it still ends the run unit the same way.
           END-PROGRAM.
               GOBACK.

      * A month is the usual time between a dealer's invoice and
      * the parcel it bills, so that is the window when nobody is
      * at the console to say otherwise.
       ASK-WINDOW-DAYS.
           MOVE ZEROES TO WINDOW-DAYS.
           IF UNATTENDED-MODE = "N"
               DISPLAY " "
               DISPLAY TEXT-INVMATCH-WINDOW-PROMPT
               ACCEPT WINDOW-DAYS.
           IF WINDOW-DAYS NOT NUMERIC OR WINDOW-DAYS = ZEROES
               MOVE 30 TO WINDOW-DAYS.

      * A site that never keyed an invoice has no files yet, which
      * leaves every comic with nothing to be matched against.
       LOAD-INVOICE-LINES.
           MOVE ZEROES TO LINE-COUNT.
           MOVE ZEROES TO DEALER-COUNT.
           OPEN INPUT INVHDR-FILE.
           IF INVHDR-FILE-STATUS = "00"
               OPEN INPUT INVLINE-FILE
               IF INVLINE-FILE-STATUS = "00"
                   MOVE "N" TO EOF-SWITCH
                   MOVE "N" TO HEADER-READY
                   PERFORM TAKE-ONE-LINE
                   UNTIL EOF-SWITCH = "Y"
                   CLOSE INVLINE-FILE
               END-IF
               CLOSE INVHDR-FILE.

      * The lines come in key order, so all the lines of one
      * invoice arrive together and its header is read only once.
       TAKE-ONE-LINE.
           READ INVLINE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               IF HEADER-READY = "N" OR
                  INVL-DEALER NOT = INVH-DEALER OR
                  INVL-NUMBER NOT = INVH-NUMBER
                   PERFORM READ-LINE-HEADER
               END-IF
               IF HEADER-READY = "Y"
                   IF LINE-COUNT < 500
                       PERFORM STORE-ONE-LINE
                   ELSE
                       ADD 1 TO OVERFLOW-COUNT.

      * A line whose header has gone is an orphan left by a crash
      * half way through a delete; it is not counted anywhere.
       READ-LINE-HEADER.
           MOVE INVL-DEALER TO INVH-DEALER.
           MOVE INVL-NUMBER TO INVH-NUMBER.
           MOVE "Y" TO HEADER-READY.
           READ INVHDR-FILE RECORD
               INVALID KEY
               MOVE "N" TO HEADER-READY.
           IF HEADER-READY = "Y"
               MOVE INVH-DATE TO CONVERT-DATE
               PERFORM DATE-TO-DAY-NUMBER
               MOVE CONVERT-DAYS TO HEADER-DAYS
               PERFORM NOTE-INVOICE-DEALER.

       NOTE-INVOICE-DEALER.
           MOVE INVH-DEALER TO SEARCH-DEALER.
           PERFORM FIND-DEALER.
           IF DEALER-FOUND = "N" AND DEALER-COUNT < 100
               ADD 1 TO DEALER-COUNT
               MOVE INVH-DEALER TO DT-DEALER(DEALER-COUNT)
               MOVE HEADER-DAYS TO DT-FIRST-DAYS(DEALER-COUNT)
           ELSE
               IF DEALER-FOUND = "Y" AND
                  HEADER-DAYS < DT-FIRST-DAYS(DEALER-INDEX)
                   MOVE HEADER-DAYS TO DT-FIRST-DAYS(DEALER-INDEX).

       FIND-DEALER.
           MOVE "N" TO DEALER-FOUND.
           MOVE ZEROES TO DEALER-INDEX.
           PERFORM SCAN-DEALER-TABLE
           UNTIL DEALER-FOUND = "Y" OR DEALER-INDEX = DEALER-COUNT.

       SCAN-DEALER-TABLE.
           ADD 1 TO DEALER-INDEX.
           IF DT-DEALER(DEALER-INDEX) = SEARCH-DEALER
               MOVE "Y" TO DEALER-FOUND.

       STORE-ONE-LINE.
           ADD 1 TO LINE-COUNT.
           MOVE INVL-DEALER TO LT-DEALER(LINE-COUNT).
           MOVE INVL-NUMBER TO LT-NUMBER(LINE-COUNT).
           MOVE INVL-LINE TO LT-LINE(LINE-COUNT).
           MOVE INVL-NAME TO LT-NAME(LINE-COUNT).
           MOVE INVL-ISSUE TO LT-ISSUE(LINE-COUNT).
           MOVE INVL-PRICE TO LT-PRICE(LINE-COUNT).
           MOVE INVH-CURRENCY TO LT-CURRENCY(LINE-COUNT).
           MOVE INVH-DATE TO LT-DATE(LINE-COUNT).
           MOVE HEADER-DAYS TO LT-DAYS(LINE-COUNT).
           MOVE INVL-COMIC-ID TO LT-COMIC-ID(LINE-COUNT).
           MOVE "N" TO LT-NEW(LINE-COUNT).

       PRINT-REPORT-TITLE.
           MOVE WINDOW-DAYS TO WINDOW-DAYS-ED.
           MOVE SPACE TO INVRPT-LINE.
           STRING TEXT-INVMATCH-TITLE DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO INVRPT-LINE.
           WRITE INVRPT-LINE.
           MOVE SPACE TO INVRPT-LINE.
           STRING TEXT-INVMATCH-WINDOW-NOTE DELIMITED BY SIZE
                  WINDOW-DAYS-ED DELIMITED BY SIZE
                  INTO INVRPT-LINE.
           WRITE INVRPT-LINE.
           MOVE SPACE TO INVRPT-LINE.
           WRITE INVRPT-LINE.
           MOVE TEXT-INVMATCH-NOT-INVOICED-TITLE TO INVRPT-LINE.
           WRITE INVRPT-LINE.
           MOVE TEXT-INVMATCH-NOT-INVOICED-HEAD TO INVRPT-LINE.
           WRITE INVRPT-LINE.

      * Received-but-not-invoiced lines are printed as the scan
      * finds them, which is why the report is opened first.
       MATCH-RECEIVED-COMICS.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZEROES TO COMIC-ID.
           START COMICS-FILE KEY IS NOT LESS THAN COMIC-ID
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.
           PERFORM MATCH-ONE-COMIC
           UNTIL EOF-SWITCH = "Y".
           MOVE NOT-INVOICED-COUNT TO COUNT-ED.
           MOVE SPACE TO INVRPT-LINE.
           STRING TEXT-INVMATCH-COUNT-PREFIX DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO INVRPT-LINE.
           WRITE INVRPT-LINE.

      * Only a comic with both a dealer and an acquisition date can
      * be put against an invoice; a soft-deleted row never came in
      * as far as the books are concerned.
       MATCH-ONE-COMIC.
           READ COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               ADD 1 TO READ-COUNT
               IF NOT COMIC-DELETED AND
                  COMIC-DEALER NOT = SPACE AND
                  DATE-ACQUIRED IS NUMERIC AND
                  DATE-ACQUIRED NOT = ZEROES
                   PERFORM CHECK-COMIC-CLAIMED
                   IF COMIC-CLAIMED = "N"
                       PERFORM PAIR-ONE-COMIC.

      * A comic a line already carries from an earlier run is done
      * with; it is neither paired again nor reported as loose.
       CHECK-COMIC-CLAIMED.
           MOVE "N" TO COMIC-CLAIMED.
           MOVE ZEROES TO LINE-INDEX.
           PERFORM SCAN-FOR-CLAIM
           UNTIL COMIC-CLAIMED = "Y" OR LINE-INDEX = LINE-COUNT.

       SCAN-FOR-CLAIM.
           ADD 1 TO LINE-INDEX.
           IF LT-COMIC-ID(LINE-INDEX) = COMIC-ID
               MOVE "Y" TO COMIC-CLAIMED.

       PAIR-ONE-COMIC.
           MOVE DATE-ACQUIRED TO CONVERT-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONVERT-DAYS TO ACQUIRED-DAYS.
           MOVE ZEROES TO BEST-INDEX.
           MOVE 9999999 TO BEST-GAP.
           MOVE ZEROES TO LINE-INDEX.
           PERFORM WEIGH-ONE-LINE
           UNTIL LINE-INDEX = LINE-COUNT.
           IF BEST-INDEX NOT = ZEROES
               MOVE COMIC-ID TO LT-COMIC-ID(BEST-INDEX)
               MOVE "Y" TO LT-NEW(BEST-INDEX)
               ADD 1 TO NEW-MATCH-COUNT
           ELSE
               PERFORM CHECK-NOT-INVOICED.

      * Of the loose lines for the same dealer, title and issue,
      * the one whose invoice date lies closest to the day the
      * comic came in takes it, as long as it is inside the window.
       WEIGH-ONE-LINE.
           ADD 1 TO LINE-INDEX.
           IF LT-COMIC-ID(LINE-INDEX) = ZEROES AND
              LT-DEALER(LINE-INDEX) = COMIC-DEALER AND
              LT-NAME(LINE-INDEX) = COMIC-NAME AND
              LT-ISSUE(LINE-INDEX) = COMIC-ISSUE
               IF LT-DAYS(LINE-INDEX) > ACQUIRED-DAYS
                   SUBTRACT ACQUIRED-DAYS FROM LT-DAYS(LINE-INDEX)
                       GIVING DAY-GAP
               ELSE
                   SUBTRACT LT-DAYS(LINE-INDEX) FROM ACQUIRED-DAYS
                       GIVING DAY-GAP
               END-IF
               IF DAY-GAP NOT > WINDOW-DAYS AND
                  DAY-GAP < BEST-GAP
                   MOVE DAY-GAP TO BEST-GAP
                   MOVE LINE-INDEX TO BEST-INDEX.

      * Only a dealer who sends invoices can owe one, and only for
      * what came in from the window before the first invoice on.
       CHECK-NOT-INVOICED.
           MOVE COMIC-DEALER TO SEARCH-DEALER.
           PERFORM FIND-DEALER.
           IF DEALER-FOUND = "Y"
               ADD WINDOW-DAYS ACQUIRED-DAYS GIVING DAY-GAP
               IF DAY-GAP NOT < DT-FIRST-DAYS(DEALER-INDEX)
                   PERFORM PRINT-NOT-INVOICED.

       PRINT-NOT-INVOICED.
           ADD 1 TO NOT-INVOICED-COUNT.
           MOVE COMIC-ID TO NIL-COMIC-ID.
           MOVE COMIC-DEALER TO NIL-DEALER.
           MOVE COMIC-NAME TO NIL-NAME.
           MOVE COMIC-ISSUE TO NIL-ISSUE.
           MOVE DATE-ACQUIRED TO NIL-DATE.
           IF COMIC-VALUE IS NUMERIC
               MOVE COMIC-VALUE TO NIL-VALUE
           ELSE
               MOVE ZEROES TO NIL-VALUE.
           MOVE COMIC-CURRENCY TO NIL-CURRENCY.
           MOVE NOT-INVOICED-LINE TO INVRPT-LINE.
           WRITE INVRPT-LINE.

       PRINT-UNMATCHED-LINES.
           MOVE SPACE TO INVRPT-LINE.
           WRITE INVRPT-LINE.
           MOVE TEXT-INVMATCH-UNMATCHED-TITLE TO INVRPT-LINE.
           WRITE INVRPT-LINE.
           MOVE TEXT-INVMATCH-UNMATCHED-HEAD TO INVRPT-LINE.
           WRITE INVRPT-LINE.
           MOVE ZEROES TO LINE-INDEX.
           PERFORM PRINT-ONE-UNMATCHED
           UNTIL LINE-INDEX = LINE-COUNT.
           MOVE UNMATCHED-COUNT TO COUNT-ED.
           MOVE SPACE TO INVRPT-LINE.
           STRING TEXT-INVMATCH-COUNT-PREFIX DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO INVRPT-LINE.
           WRITE INVRPT-LINE.

       PRINT-ONE-UNMATCHED.
           ADD 1 TO LINE-INDEX.
           IF LT-COMIC-ID(LINE-INDEX) = ZEROES
               ADD 1 TO UNMATCHED-COUNT
               MOVE LT-DEALER(LINE-INDEX) TO UML-DEALER
               MOVE LT-NUMBER(LINE-INDEX) TO UML-NUMBER
               MOVE LT-LINE(LINE-INDEX) TO UML-LINE
               MOVE LT-NAME(LINE-INDEX) TO UML-NAME
               MOVE LT-ISSUE(LINE-INDEX) TO UML-ISSUE
               MOVE LT-DATE(LINE-INDEX) TO UML-DATE
               MOVE LT-PRICE(LINE-INDEX) TO UML-PRICE
               MOVE LT-CURRENCY(LINE-INDEX) TO UML-CURRENCY
               MOVE UNMATCHED-LINE TO INVRPT-LINE
               WRITE INVRPT-LINE.

       PRINT-PRICE-DIFFERENCES.
           MOVE SPACE TO INVRPT-LINE.
           WRITE INVRPT-LINE.
           MOVE TEXT-INVMATCH-PRICE-TITLE TO INVRPT-LINE.
           WRITE INVRPT-LINE.
           MOVE TEXT-INVMATCH-PRICE-HEAD TO INVRPT-LINE.
           WRITE INVRPT-LINE.
           MOVE ZEROES TO LINE-INDEX.
           PERFORM CHECK-ONE-PRICE
           UNTIL LINE-INDEX = LINE-COUNT.
           MOVE PRICE-DIFF-COUNT TO COUNT-ED.
           MOVE SPACE TO INVRPT-LINE.
           STRING TEXT-INVMATCH-COUNT-PREFIX DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO INVRPT-LINE.
           WRITE INVRPT-LINE.

      * Every paired line, old or new, is checked against the comic
      * as it stands today, so a value corrected since the last run
      * drops off the list by itself.
       CHECK-ONE-PRICE.
           ADD 1 TO LINE-INDEX.
           IF LT-COMIC-ID(LINE-INDEX) NOT = ZEROES
               MOVE LT-COMIC-ID(LINE-INDEX) TO COMIC-ID
               READ COMICS-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   PERFORM COMPARE-ONE-PRICE.

      * In the same currency the two amounts are compared as keyed.
      * Across currencies both are brought to the house currency,
      * the invoice at its own date and the comic at the day it was
      * acquired, and the line is marked so the reader knows.
       COMPARE-ONE-PRICE.
           IF COMIC-VALUE NOT NUMERIC
               MOVE ZEROES TO COMIC-VALUE.
           MOVE SPACE TO PDL-MARK.
           IF COMIC-CURRENCY = LT-CURRENCY(LINE-INDEX)
               MOVE LT-PRICE(LINE-INDEX) TO BILLED-BASE
               MOVE COMIC-VALUE TO ENTERED-BASE
               MOVE "Y" TO RCA-RATE-STATUS
           ELSE
               PERFORM CONVERT-BOTH-PRICES.
           IF RCA-RATE-MISSING
               ADD 1 TO NO-RATE-COUNT
           ELSE
               IF BILLED-BASE NOT = ENTERED-BASE
                   PERFORM PRINT-PRICE-DIFFERENCE.

       CONVERT-BOTH-PRICES.
           MOVE "*" TO PDL-MARK.
           MOVE COMIC-CURRENCY TO RCA-CURRENCY.
           MOVE DATE-ACQUIRED TO RCA-DATE.
           MOVE COMIC-VALUE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           MOVE RCA-BASE-AMOUNT TO ENTERED-BASE.
           IF RCA-RATE-FOUND
               MOVE LT-CURRENCY(LINE-INDEX) TO RCA-CURRENCY
               MOVE LT-DATE(LINE-INDEX) TO RCA-DATE
               MOVE LT-PRICE(LINE-INDEX) TO RCA-AMOUNT
               CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA
               MOVE RCA-BASE-AMOUNT TO BILLED-BASE.

       PRINT-PRICE-DIFFERENCE.
           ADD 1 TO PRICE-DIFF-COUNT.
           SUBTRACT ENTERED-BASE FROM BILLED-BASE GIVING PRICE-GAP.
           MOVE COMIC-ID TO PDL-COMIC-ID.
           MOVE LT-DEALER(LINE-INDEX) TO PDL-DEALER.
           MOVE LT-NUMBER(LINE-INDEX) TO PDL-NUMBER.
           MOVE COMIC-NAME TO PDL-NAME.
           MOVE BILLED-BASE TO PDL-BILLED.
           MOVE ENTERED-BASE TO PDL-ENTERED.
           MOVE PRICE-GAP TO PDL-GAP.
           MOVE PRICE-DIFF-LINE TO INVRPT-LINE.
           WRITE INVRPT-LINE.

       PRINT-REPORT-FOOTING.
           MOVE SPACE TO INVRPT-LINE.
           WRITE INVRPT-LINE.
           MOVE NEW-MATCH-COUNT TO COUNT-ED.
           MOVE SPACE TO INVRPT-LINE.
           STRING TEXT-INVMATCH-NEW-MATCHES DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO INVRPT-LINE.
           WRITE INVRPT-LINE.
           IF PRICE-DIFF-COUNT NOT = ZEROES
               MOVE TEXT-INVMATCH-MARK-NOTE TO INVRPT-LINE
               WRITE INVRPT-LINE.
           IF NO-RATE-COUNT NOT = ZEROES
               MOVE NO-RATE-COUNT TO COUNT-ED
               MOVE SPACE TO INVRPT-LINE
               STRING TEXT-INVMATCH-NO-RATE DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      INTO INVRPT-LINE
               WRITE INVRPT-LINE.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE OVERFLOW-COUNT TO COUNT-ED
               MOVE SPACE TO INVRPT-LINE
               STRING TEXT-INVMATCH-TRUNCATED DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      INTO INVRPT-LINE
               WRITE INVRPT-LINE.

      * Only the lines paired by this run are written back; each is
      * read again first, so a line deleted on the screen while the
      * run was going is simply skipped.
       SAVE-NEW-MATCHES.
           OPEN I-O INVLINE-FILE.
           IF INVLINE-FILE-STATUS = "00"
               MOVE ZEROES TO LINE-INDEX
               PERFORM SAVE-ONE-MATCH
               UNTIL LINE-INDEX = LINE-COUNT
               CLOSE INVLINE-FILE
           ELSE
               MOVE "ERROR" TO RLC-STATUS
               MOVE 8 TO RETURN-CODE.

       SAVE-ONE-MATCH.
           ADD 1 TO LINE-INDEX.
           IF LT-NEW(LINE-INDEX) = "Y"
               MOVE LT-DEALER(LINE-INDEX) TO INVL-DEALER
               MOVE LT-NUMBER(LINE-INDEX) TO INVL-NUMBER
               MOVE LT-LINE(LINE-INDEX) TO INVL-LINE
               READ INVLINE-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   PERFORM REWRITE-ONE-MATCH.

       REWRITE-ONE-MATCH.
           MOVE LT-COMIC-ID(LINE-INDEX) TO INVL-COMIC-ID.
           MOVE TODAY-DATE TO INVL-MATCH-DATE.
           REWRITE INVOICE-LINE-RECORD
               INVALID KEY
               MOVE "ERROR" TO RLC-STATUS
               MOVE 8 TO RETURN-CODE.

      * Turns AAAAMMDD into a running day count: full years at 365
      * days plus one per leap year gone by, plus the offset of the
      * month inside the year, plus the day — enough to subtract two
      * dates without caring about month boundaries.
       DATE-TO-DAY-NUMBER.
           DIVIDE CONVERT-DATE BY 10000
               GIVING CONVERT-YEAR REMAINDER CONVERT-REST.
           DIVIDE CONVERT-REST BY 100
               GIVING CONVERT-MONTH REMAINDER CONVERT-DAY.
           IF CONVERT-MONTH < 1 OR CONVERT-MONTH > 12
               MOVE 1 TO CONVERT-MONTH.
           SUBTRACT 1 FROM CONVERT-YEAR GIVING PRIOR-YEAR.
           DIVIDE PRIOR-YEAR BY 4 GIVING LEAP-FOURS.
           DIVIDE PRIOR-YEAR BY 100 GIVING LEAP-HUNDREDS.
           DIVIDE PRIOR-YEAR BY 400 GIVING LEAP-FOURHUNDREDS.
           MULTIPLY CONVERT-YEAR BY 365 GIVING YEAR-DAYS.
           ADD LEAP-FOURS TO YEAR-DAYS.
           SUBTRACT LEAP-HUNDREDS FROM YEAR-DAYS.
           ADD LEAP-FOURHUNDREDS TO YEAR-DAYS.
           MOVE YEAR-DAYS TO CONVERT-DAYS.
           ADD MONTH-OFFSET(CONVERT-MONTH) TO CONVERT-DAYS.
           ADD CONVERT-DAY TO CONVERT-DAYS.
           IF CONVERT-MONTH > 2
               PERFORM ADD-LEAP-DAY-IF-LEAP.

       ADD-LEAP-DAY-IF-LEAP.
           DIVIDE CONVERT-YEAR BY 4
               GIVING LEAP-FOURS REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZEROES
               DIVIDE CONVERT-YEAR BY 100
                   GIVING LEAP-HUNDREDS REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER NOT = ZEROES
                   ADD 1 TO CONVERT-DAYS
               ELSE
                   DIVIDE CONVERT-YEAR BY 400
                       GIVING LEAP-FOURHUNDREDS
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = ZEROES
                       ADD 1 TO CONVERT-DAYS.


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
           MOVE "INVOICE-MATCH" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE READ-COUNT TO RLC-READ-COUNT.
           MOVE NEW-MATCH-COUNT TO RLC-WRITTEN-COUNT.
           MOVE UNMATCHED-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "INVMATCH-WS-ENG.cbl".

       END PROGRAM INVOICE-MATCH.
