       IDENTIFICATION DIVISION.
       PROGRAM-ID. LENDING-CATALOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "EXTRACT-PHYSIC-FILE.cbl".
       COPY "SERIES-PHYSIC-FILE.cbl".
       COPY "LISTING-PHYSIC-FILE.cbl".
       COPY "HOLD-PHYSIC-FILE.cbl".
       COPY "GRADING-PHYSIC-FILE.cbl".
       COPY "LENDCAT-PHYSIC-FILE.cbl".
       COPY "LENDHTML-PHYSIC-FILE.cbl".

       COPY "PARAMS-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "EXTRACT-LOGIC-FILE.cbl".
       COPY "SERIES-LOGIC-FILE.cbl".
       COPY "LISTING-LOGIC-FILE.cbl".
       COPY "HOLD-LOGIC-FILE.cbl".
       COPY "GRADING-LOGIC-FILE.cbl".
       COPY "LENDCAT-LOGIC-FILE.cbl".
       COPY "LENDHTML-LOGIC-FILE.cbl".

       COPY "PARAMS-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       77 EXTRACT-FILE-STATUS PIC X(02).
       77 SERIES-FILE-STATUS PIC X(02).
       77 LISTING-FILE-STATUS PIC X(02).
       77 HOLD-FILE-STATUS PIC X(02).
       77 GRADING-FILE-STATUS PIC X(02).
       77 PARAMS-FILE-STATUS PIC X(02).
       77 UNATTENDED-MODE PIC X.
       77 EOF-SWITCH PIC X.
       77 END-OF-HOLDS PIC X.
       77 END-OF-GRADING PIC X.
       77 SERIES-AVAILABLE PIC X.
       77 LISTING-AVAILABLE PIC X.
       77 COMIC-LENDABLE PIC X.
       77 TODAY-DATE PIC 9(08).
       77 READ-COUNT PIC 9(07).
       77 CATALOG-COUNT PIC 9(04).
       77 CATALOG-OVERFLOW-COUNT PIC 9(07).
       77 OUTER-INDEX PIC 9(04).
       77 INNER-INDEX PIC 9(04).
       77 SMALLEST-INDEX PIC 9(04).
       77 CURRENT-HOUSE PIC X(20).
       77 CURRENT-SERIES PIC X(40).
       77 HTML-TABLE-OPEN PIC X.
       77 HTML-POINTER PIC 9(03).
       77 HTML-RAW PIC X(60).
       77 RAW-LENGTH PIC 9(02).
       77 RAW-INDEX PIC 9(02).
       77 RAW-END-FOUND PIC X.
       77 ISSUE-ED PIC Z(4)9.
       77 WAITING-ED PIC ZZ9.
       77 COUNT-ED PIC Z(6)9.

      * One counter and one flag per possible COMIC-ID, filled from
      * the hold queue and the grading ledger before the master is
      * read, so each comic is judged by subscript instead of a
      * pass of either file.
       01 HOLD-WAITING-TABLE.
           05 HOLD-WAITING OCCURS 99999 TIMES PIC 9(03).
       01 GRADER-FLAG-TABLE.
           05 GRADER-FLAG OCCURS 99999 TIMES PIC X(01).

      * The lendable comics, buffered so the catalog can come out
      * by publisher, then series, then title and issue. A comic
      * with no series sorts after every named series of its
      * publisher, under its own heading.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 2000 TIMES.
               10 CT-SORT-KEY.
                   15 CT-HOUSE      PIC X(20).
                   15 CT-SERIES     PIC X(40).
                   15 CT-NAME       PIC X(40).
                   15 CT-ISSUE      PIC 9(05).
                   15 CT-COMIC-ID   PIC 9(05).
               10 CT-CHARACTER      PIC X(20).
               10 CT-CONDITION      PIC X(12).
               10 CT-WAITING        PIC 9(03).
       01 CATALOG-SWAP-ENTRY.
           05 CS-SORT-KEY           PIC X(110).
           05 CS-CHARACTER          PIC X(20).
           05 CS-CONDITION          PIC X(12).
           05 CS-WAITING            PIC 9(03).

       COPY "LCAT-WS-ESP.cbl".

      * Publishes what friends may borrow right now: live comics
      * not out on loan, not away at a grading service and not
      * offered for sale, grouped by publisher and series, with
      * title, issue, character and condition, and a mark on any
      * that already have people queued for them. Values, boxes
      * and every borrower's name stay out of it; the hold queue
      * is given as a count and nothing more. The same catalog is
      * written as a printable text file and as a plain web page.
      * Nothing is asked, so it runs from the console or as a
      * weekly step of the nightly schedule, a line reading
      * "LENDING-CATALOG" with frequency "W".
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           PERFORM LOAD-BATCH-PARAMS.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-HOLD-COUNTS.
           PERFORM LOAD-GRADER-FLAGS.
           PERFORM OPEN-EXTRACT-FILE.
           PERFORM OPEN-LOOKUP-FILES.
           MOVE ZEROES TO READ-COUNT.
           MOVE ZEROES TO CATALOG-COUNT.
           MOVE ZEROES TO CATALOG-OVERFLOW-COUNT.
           PERFORM START-AT-FIRST-RECORD.
           PERFORM JUDGE-RECORDS
           UNTIL EOF-SWITCH = "Y".
           CLOSE EXTRACT-FILE.
           PERFORM CLOSE-LOOKUP-FILES.
           PERFORM SORT-CATALOG-TABLE.
           OPEN OUTPUT LENDCAT-FILE.
           OPEN OUTPUT LENDHTML-FILE.
           PERFORM PRINT-CATALOG-HEADING.
           PERFORM WRITE-HTML-HEADING.
           MOVE ZEROES TO OUTER-INDEX.
           PERFORM PRINT-ONE-CATALOG-ENTRY
           UNTIL OUTER-INDEX = CATALOG-COUNT.
           PERFORM PRINT-CATALOG-FOOTING.
           PERFORM WRITE-HTML-FOOTING.
           CLOSE LENDCAT-FILE.
           CLOSE LENDHTML-FILE.
           DISPLAY TEXT-LCAT-DONE.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

      * Only reservations still waiting are counted; filled and
      * cancelled lines stay in the queue file for the record.
       LOAD-HOLD-COUNTS.
           MOVE ZEROES TO HOLD-WAITING-TABLE.
           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-HOLDS
               PERFORM READ-HOLD-LINE
               PERFORM COUNT-ONE-HOLD
               UNTIL END-OF-HOLDS = "Y"
               CLOSE HOLD-FILE.

       READ-HOLD-LINE.
           READ HOLD-FILE
               AT END
               MOVE "Y" TO END-OF-HOLDS.

       COUNT-ONE-HOLD.
           IF HOLD-ACTIVE AND HOLD-COMIC-ID IS NUMERIC AND
              HOLD-COMIC-ID > ZEROES
               IF HOLD-WAITING(HOLD-COMIC-ID) < 999
                   ADD 1 TO HOLD-WAITING(HOLD-COMIC-ID).
           PERFORM READ-HOLD-LINE.

      * The status byte already says "G" while a comic is away;
      * a line still marked out on the grading ledger keeps it off
      * the catalog too, in case the two ever disagree.
       LOAD-GRADER-FLAGS.
           MOVE SPACE TO GRADER-FLAG-TABLE.
           OPEN INPUT GRADING-FILE.
           IF GRADING-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-GRADING
               PERFORM READ-GRADING-LINE
               PERFORM FLAG-ONE-GRADING
               UNTIL END-OF-GRADING = "Y"
               CLOSE GRADING-FILE.

       READ-GRADING-LINE.
           READ GRADING-FILE
               AT END
               MOVE "Y" TO END-OF-GRADING.

       FLAG-ONE-GRADING.
           IF GRADING-OUT AND GRADE-COMIC-ID IS NUMERIC AND
              GRADE-COMIC-ID > ZEROES
               MOVE "Y" TO GRADER-FLAG(GRADE-COMIC-ID).
           PERFORM READ-GRADING-LINE.

      * The unattended chain reuses the extract its own extract
      * step just laid down; an attended run rebuilds it first, so
      * the catalog never offers what went out on loan since.
       OPEN-EXTRACT-FILE.
           IF UNATTENDED-MODE NOT = "Y"
               CALL "EXTRACT-COMICS".
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS = "35"
               CALL "EXTRACT-COMICS"
               OPEN INPUT EXTRACT-FILE.

      * A site with no series master or no listings yet simply has
      * no series titles to show and nothing offered for sale.
       OPEN-LOOKUP-FILES.
           MOVE "Y" TO SERIES-AVAILABLE.
           OPEN INPUT SERIES-FILE.
           IF SERIES-FILE-STATUS = "35"
               MOVE "N" TO SERIES-AVAILABLE.
           MOVE "Y" TO LISTING-AVAILABLE.
           OPEN INPUT LISTING-FILE.
           IF LISTING-FILE-STATUS = "35"
               MOVE "N" TO LISTING-AVAILABLE.

       CLOSE-LOOKUP-FILES.
           IF SERIES-AVAILABLE = "Y"
               CLOSE SERIES-FILE.
           IF LISTING-AVAILABLE = "Y"
               CLOSE LISTING-FILE.

       START-AT-FIRST-RECORD.
           MOVE "N" TO EOF-SWITCH.
           PERFORM READ-NEXT-COMIC.

       READ-NEXT-COMIC.
           READ EXTRACT-FILE
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               MOVE EXTRACT-RECORD TO COMIC-RECORD.

       JUDGE-RECORDS.
           ADD 1 TO READ-COUNT.
           PERFORM JUDGE-COMIC-LENDABLE.
           IF COMIC-LENDABLE = "Y"
               PERFORM BUFFER-CATALOG-ENTRY.
           PERFORM READ-NEXT-COMIC.

      * Lendable means live, with nobody's name in the loan field,
      * not at the grader and without an active sale listing.
       JUDGE-COMIC-LENDABLE.
           MOVE "Y" TO COMIC-LENDABLE.
           IF NOT COMIC-ACTIVE OR LOAN-TO-NAME NOT = SPACE
               MOVE "N" TO COMIC-LENDABLE.
           IF COMIC-LENDABLE = "Y" AND COMIC-ID > ZEROES
               IF GRADER-FLAG(COMIC-ID) = "Y"
                   MOVE "N" TO COMIC-LENDABLE.
           IF COMIC-LENDABLE = "Y" AND LISTING-AVAILABLE = "Y"
               PERFORM CHECK-SALE-LISTING.

       CHECK-SALE-LISTING.
           MOVE COMIC-ID TO LST-COMIC-ID.
           READ LISTING-FILE RECORD
               INVALID KEY
                   MOVE SPACE TO LST-STATUS
           END-READ.
           IF LST-ACTIVE
               MOVE "N" TO COMIC-LENDABLE.

      * Only the fields a borrower may see are kept; the value,
      * the box and the loan fields never reach the table.
       BUFFER-CATALOG-ENTRY.
           IF CATALOG-COUNT < 2000
               ADD 1 TO CATALOG-COUNT
               MOVE COMIC-HOUSE TO CT-HOUSE(CATALOG-COUNT)
               PERFORM FIND-SERIES-TITLE
               MOVE COMIC-NAME TO CT-NAME(CATALOG-COUNT)
               MOVE COMIC-ISSUE TO CT-ISSUE(CATALOG-COUNT)
               MOVE COMIC-ID TO CT-COMIC-ID(CATALOG-COUNT)
               MOVE COMIC-CHARACTER TO CT-CHARACTER(CATALOG-COUNT)
               MOVE COMIC-CONDITION TO CT-CONDITION(CATALOG-COUNT)
               PERFORM FIND-HOLDS-WAITING
           ELSE
               ADD 1 TO CATALOG-OVERFLOW-COUNT.

       FIND-HOLDS-WAITING.
           MOVE ZEROES TO CT-WAITING(CATALOG-COUNT).
           IF COMIC-ID > ZEROES
               MOVE HOLD-WAITING(COMIC-ID)
                   TO CT-WAITING(CATALOG-COUNT).

      * No series, or one the master does not know, files the
      * comic under the publisher's "other titles" heading.
       FIND-SERIES-TITLE.
           MOVE HIGH-VALUES TO CT-SERIES(CATALOG-COUNT).
           IF SERIES-AVAILABLE = "Y" AND
              COMIC-SERIES-ID IS NUMERIC AND
              COMIC-SERIES-ID NOT = ZEROES
               MOVE COMIC-SERIES-ID TO SERIES-ID
               READ SERIES-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SERIES-TITLE TO CT-SERIES(CATALOG-COUNT)
               END-READ.

      * Selection sort on publisher, series, title, issue and ID,
      * the same way COMPLETENESS-REPORT orders its groups.
       SORT-CATALOG-TABLE.
           MOVE ZEROES TO OUTER-INDEX.
           PERFORM SORT-CATALOG-PASS
           UNTIL OUTER-INDEX = CATALOG-COUNT.

       SORT-CATALOG-PASS.
           ADD 1 TO OUTER-INDEX.
           MOVE OUTER-INDEX TO SMALLEST-INDEX.
           MOVE OUTER-INDEX TO INNER-INDEX.
           PERFORM FIND-SMALLEST-ENTRY
           UNTIL INNER-INDEX = CATALOG-COUNT.
           IF SMALLEST-INDEX NOT = OUTER-INDEX
               MOVE CATALOG-ENTRY(OUTER-INDEX) TO CATALOG-SWAP-ENTRY
               MOVE CATALOG-ENTRY(SMALLEST-INDEX)
                   TO CATALOG-ENTRY(OUTER-INDEX)
               MOVE CATALOG-SWAP-ENTRY
                   TO CATALOG-ENTRY(SMALLEST-INDEX).

       FIND-SMALLEST-ENTRY.
           ADD 1 TO INNER-INDEX.
           IF CT-SORT-KEY(INNER-INDEX) < CT-SORT-KEY(SMALLEST-INDEX)
               MOVE INNER-INDEX TO SMALLEST-INDEX.

       PRINT-CATALOG-HEADING.
           MOVE SPACE TO LENDCAT-LINE.
           STRING TEXT-LCAT-TITLE DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO LENDCAT-LINE.
           WRITE LENDCAT-LINE.
           MOVE TEXT-LCAT-INTRO TO LENDCAT-LINE.
           WRITE LENDCAT-LINE.
           IF CATALOG-OVERFLOW-COUNT NOT = ZEROES
               MOVE TEXT-LCAT-TABLE-FULL TO LENDCAT-LINE
               WRITE LENDCAT-LINE.
           MOVE SPACE TO LENDCAT-LINE.
           WRITE LENDCAT-LINE.
           MOVE SPACE TO LENDCAT-LINE.
           MOVE TEXT-LCAT-H-ID TO LENDCAT-LINE(5:5).
           MOVE TEXT-LCAT-H-ISSUE TO LENDCAT-LINE(12:5).
           MOVE TEXT-LCAT-H-TITLE TO LENDCAT-LINE(19:40).
           MOVE TEXT-LCAT-H-CHARACTER TO LENDCAT-LINE(60:20).
           MOVE TEXT-LCAT-H-CONDITION TO LENDCAT-LINE(81:12).
           WRITE LENDCAT-LINE.
           MOVE SPACE TO CURRENT-HOUSE.
           MOVE "X" TO CURRENT-HOUSE(20:1).
           MOVE SPACE TO CURRENT-SERIES.

      * A new publisher always opens a new series heading too, even
      * when both publishers carry a series of the same title.
       PRINT-ONE-CATALOG-ENTRY.
           ADD 1 TO OUTER-INDEX.
           IF CT-HOUSE(OUTER-INDEX) NOT = CURRENT-HOUSE
               MOVE CT-HOUSE(OUTER-INDEX) TO CURRENT-HOUSE
               MOVE CT-SERIES(OUTER-INDEX) TO CURRENT-SERIES
               PERFORM PRINT-PUBLISHER-HEADING
               PERFORM WRITE-HTML-PUBLISHER
               PERFORM PRINT-SERIES-HEADING
               PERFORM WRITE-HTML-SERIES
           ELSE
               IF CT-SERIES(OUTER-INDEX) NOT = CURRENT-SERIES
                   MOVE CT-SERIES(OUTER-INDEX) TO CURRENT-SERIES
                   PERFORM PRINT-SERIES-HEADING
                   PERFORM WRITE-HTML-SERIES.
           PERFORM PRINT-CATALOG-LINE.
           PERFORM WRITE-HTML-ROW.

       PRINT-PUBLISHER-HEADING.
           MOVE SPACE TO LENDCAT-LINE.
           WRITE LENDCAT-LINE.
           MOVE SPACE TO LENDCAT-LINE.
           STRING TEXT-LCAT-PUBLISHER DELIMITED BY SIZE
                  CURRENT-HOUSE DELIMITED BY SIZE
                  INTO LENDCAT-LINE.
           WRITE LENDCAT-LINE.

       PRINT-SERIES-HEADING.
           MOVE SPACE TO LENDCAT-LINE.
           IF CURRENT-SERIES = HIGH-VALUES
               STRING "  " DELIMITED BY SIZE
                      TEXT-LCAT-NO-SERIES DELIMITED BY SIZE
                      INTO LENDCAT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                      TEXT-LCAT-SERIES DELIMITED BY SIZE
                      CURRENT-SERIES DELIMITED BY SIZE
                      INTO LENDCAT-LINE.
           WRITE LENDCAT-LINE.

       PRINT-CATALOG-LINE.
           MOVE SPACE TO LENDCAT-LINE.
           MOVE CT-COMIC-ID(OUTER-INDEX) TO LENDCAT-LINE(5:5).
           MOVE CT-ISSUE(OUTER-INDEX) TO ISSUE-ED.
           MOVE ISSUE-ED TO LENDCAT-LINE(12:5).
           MOVE CT-NAME(OUTER-INDEX) TO LENDCAT-LINE(19:40).
           MOVE CT-CHARACTER(OUTER-INDEX) TO LENDCAT-LINE(60:20).
           MOVE CT-CONDITION(OUTER-INDEX) TO LENDCAT-LINE(81:12).
           IF CT-WAITING(OUTER-INDEX) NOT = ZEROES
               MOVE CT-WAITING(OUTER-INDEX) TO WAITING-ED
               STRING TEXT-LCAT-HOLD-MARK DELIMITED BY SIZE
                      WAITING-ED DELIMITED BY SIZE
                      INTO LENDCAT-LINE(94:27).
           WRITE LENDCAT-LINE.

       PRINT-CATALOG-FOOTING.
           MOVE SPACE TO LENDCAT-LINE.
           WRITE LENDCAT-LINE.
           IF CATALOG-COUNT = ZEROES
               MOVE TEXT-LCAT-EMPTY TO LENDCAT-LINE
               WRITE LENDCAT-LINE.
           MOVE CATALOG-COUNT TO COUNT-ED.
           MOVE SPACE TO LENDCAT-LINE.
           STRING TEXT-LCAT-TOTAL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO LENDCAT-LINE.
           WRITE LENDCAT-LINE.

      * The page is kept to bare tags and one small style rule, so
      * it opens the same in any browser and can be mailed as is.
       WRITE-HTML-HEADING.
           MOVE "<html>" TO LENDHTML-LINE.
           WRITE LENDHTML-LINE.
           MOVE "<head>" TO LENDHTML-LINE.
           WRITE LENDHTML-LINE.
           PERFORM START-HTML-LINE.
           STRING "<title>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE TEXT-LCAT-TITLE TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING " " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  "</title>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           WRITE LENDHTML-LINE.
           MOVE "<style>table {border-collapse: collapse}"
               TO LENDHTML-LINE.
           WRITE LENDHTML-LINE.
           MOVE "th, td {border: 1px solid #999; padding: 2px 6px}"
               TO LENDHTML-LINE.
           WRITE LENDHTML-LINE.
           MOVE "</style>" TO LENDHTML-LINE.
           WRITE LENDHTML-LINE.
           MOVE "</head>" TO LENDHTML-LINE.
           WRITE LENDHTML-LINE.
           MOVE "<body>" TO LENDHTML-LINE.
           WRITE LENDHTML-LINE.
           PERFORM START-HTML-LINE.
           STRING "<h1>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE TEXT-LCAT-TITLE TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING " " DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  "</h1>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           WRITE LENDHTML-LINE.
           PERFORM START-HTML-LINE.
           STRING "<p>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE TEXT-LCAT-INTRO TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</p>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           WRITE LENDHTML-LINE.
           IF CATALOG-OVERFLOW-COUNT NOT = ZEROES
               PERFORM START-HTML-LINE
               STRING "<p>" DELIMITED BY SIZE
                   INTO LENDHTML-LINE WITH POINTER HTML-POINTER
               MOVE TEXT-LCAT-TABLE-FULL TO HTML-RAW
               PERFORM APPEND-HTML-TEXT
               STRING "</p>" DELIMITED BY SIZE
                   INTO LENDHTML-LINE WITH POINTER HTML-POINTER
               WRITE LENDHTML-LINE.
           MOVE "N" TO HTML-TABLE-OPEN.

       WRITE-HTML-PUBLISHER.
           PERFORM CLOSE-HTML-TABLE.
           PERFORM START-HTML-LINE.
           STRING "<h2>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE CURRENT-HOUSE TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</h2>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           WRITE LENDHTML-LINE.

      * Each series gets its own table, headed by the column names.
       WRITE-HTML-SERIES.
           PERFORM CLOSE-HTML-TABLE.
           PERFORM START-HTML-LINE.
           STRING "<h3>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           IF CURRENT-SERIES = HIGH-VALUES
               MOVE TEXT-LCAT-NO-SERIES TO HTML-RAW
           ELSE
               MOVE CURRENT-SERIES TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</h3>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           WRITE LENDHTML-LINE.
           MOVE "<table>" TO LENDHTML-LINE.
           WRITE LENDHTML-LINE.
           MOVE "Y" TO HTML-TABLE-OPEN.
           PERFORM START-HTML-LINE.
           STRING "<tr><th>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE TEXT-LCAT-H-ID TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</th><th>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE TEXT-LCAT-H-ISSUE TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</th><th>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE TEXT-LCAT-H-TITLE TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</th><th>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE TEXT-LCAT-H-CHARACTER TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</th><th>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE TEXT-LCAT-H-CONDITION TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</th><th>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE TEXT-LCAT-H-HOLDS TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</th></tr>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           WRITE LENDHTML-LINE.

       WRITE-HTML-ROW.
           PERFORM START-HTML-LINE.
           STRING "<tr><td>" DELIMITED BY SIZE
                  CT-COMIC-ID(OUTER-INDEX) DELIMITED BY SIZE
                  "</td><td>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE CT-ISSUE(OUTER-INDEX) TO ISSUE-ED.
           MOVE ISSUE-ED TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</td><td>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE CT-NAME(OUTER-INDEX) TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</td><td>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE CT-CHARACTER(OUTER-INDEX) TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</td><td>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE CT-CONDITION(OUTER-INDEX) TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING "</td><td>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           IF CT-WAITING(OUTER-INDEX) NOT = ZEROES
               MOVE CT-WAITING(OUTER-INDEX) TO WAITING-ED
               MOVE WAITING-ED TO HTML-RAW
               PERFORM APPEND-HTML-TEXT.
           STRING "</td></tr>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           WRITE LENDHTML-LINE.

       WRITE-HTML-FOOTING.
           PERFORM CLOSE-HTML-TABLE.
           IF CATALOG-COUNT = ZEROES
               PERFORM START-HTML-LINE
               STRING "<p>" DELIMITED BY SIZE
                   INTO LENDHTML-LINE WITH POINTER HTML-POINTER
               MOVE TEXT-LCAT-EMPTY TO HTML-RAW
               PERFORM APPEND-HTML-TEXT
               STRING "</p>" DELIMITED BY SIZE
                   INTO LENDHTML-LINE WITH POINTER HTML-POINTER
               WRITE LENDHTML-LINE.
           MOVE CATALOG-COUNT TO COUNT-ED.
           PERFORM START-HTML-LINE.
           STRING "<p>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           MOVE TEXT-LCAT-TOTAL TO HTML-RAW.
           PERFORM APPEND-HTML-TEXT.
           STRING " " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  "</p>" DELIMITED BY SIZE
               INTO LENDHTML-LINE WITH POINTER HTML-POINTER.
           WRITE LENDHTML-LINE.
           MOVE "</body>" TO LENDHTML-LINE.
           WRITE LENDHTML-LINE.
           MOVE "</html>" TO LENDHTML-LINE.
           WRITE LENDHTML-LINE.

       CLOSE-HTML-TABLE.
           IF HTML-TABLE-OPEN = "Y"
               MOVE "</table>" TO LENDHTML-LINE
               WRITE LENDHTML-LINE
               MOVE "N" TO HTML-TABLE-OPEN.

       START-HTML-LINE.
           MOVE SPACE TO LENDHTML-LINE.
           MOVE 1 TO HTML-POINTER.

      * Appends HTML-RAW to the line being built, without its
      * trailing spaces and with the characters a browser would
      * take for markup spelled out as entities, so a title such
      * as "Tom & Jerry" shows as typed.
       APPEND-HTML-TEXT.
           MOVE 60 TO RAW-LENGTH.
           MOVE "N" TO RAW-END-FOUND.
           PERFORM FIND-RAW-TEXT-END
           UNTIL RAW-END-FOUND = "Y" OR RAW-LENGTH = ZEROES.
           MOVE ZEROES TO RAW-INDEX.
           PERFORM APPEND-ONE-RAW-CHARACTER
           UNTIL RAW-INDEX = RAW-LENGTH.

       FIND-RAW-TEXT-END.
           IF HTML-RAW(RAW-LENGTH:1) = SPACE
               SUBTRACT 1 FROM RAW-LENGTH
           ELSE
               MOVE "Y" TO RAW-END-FOUND.

       APPEND-ONE-RAW-CHARACTER.
           ADD 1 TO RAW-INDEX.
           EVALUATE HTML-RAW(RAW-INDEX:1)
               WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO LENDHTML-LINE WITH POINTER HTML-POINTER
               WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO LENDHTML-LINE WITH POINTER HTML-POINTER
               WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO LENDHTML-LINE WITH POINTER HTML-POINTER
               WHEN QUOTE
                   STRING "&quot;" DELIMITED BY SIZE
                       INTO LENDHTML-LINE WITH POINTER HTML-POINTER
               WHEN OTHER
                   STRING HTML-RAW(RAW-INDEX:1) DELIMITED BY SIZE
                       INTO LENDHTML-LINE WITH POINTER HTML-POINTER
           END-EVALUATE.

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
           MOVE "LENDING-CATALOG" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE READ-COUNT TO RLC-READ-COUNT.
           MOVE CATALOG-COUNT TO RLC-WRITTEN-COUNT.
           MOVE CATALOG-OVERFLOW-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "LCAT-WS-ENG.cbl".

       END PROGRAM LENDING-CATALOG.
