       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLETENESS-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "EXTRACT-PHYSIC-FILE.cbl".
       COPY "CREATORX-PHYSIC-FILE.cbl".
       COPY "SERIES-PHYSIC-FILE.cbl".
       COPY "COMPRPT-PHYSIC-FILE.cbl".
       COPY "COMPHIST-PHYSIC-FILE.cbl".

       COPY "PARAMS-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "EXTRACT-LOGIC-FILE.cbl".
       COPY "CREATORX-LOGIC-FILE.cbl".
       COPY "SERIES-LOGIC-FILE.cbl".
       COPY "COMPRPT-LOGIC-FILE.cbl".
       COPY "COMPHIST-LOGIC-FILE.cbl".

       COPY "PARAMS-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       77 EXTRACT-FILE-STATUS PIC X(02).
       77 UNATTENDED-MODE PIC X.
       77 PARAMS-FILE-STATUS PIC X(02).
       COPY "RUNLOG-WS.cbl".
       77 CREATOR-XREF-FILE-STATUS PIC X(02).
       77 SERIES-FILE-STATUS PIC X(02).
       77 COMPLETENESS-HISTORY-STATUS PIC X(02).
       77 EOF-SWITCH PIC X.
       77 END-OF-XREF PIC X.
       77 END-OF-HISTORY PIC X.
       77 SERIES-AVAILABLE PIC X.
       77 SERIES-ON-FILE PIC X.
       77 TODAY-DATE PIC 9(08).
       77 COMIC-FILLED PIC 9(01).
       77 TOTAL-COUNT PIC 9(07).
       77 TOTAL-FILLED PIC 9(08).
       77 GAP-COUNT PIC 9(07).
       77 GROUP-COUNT PIC 9(03).
       77 GROUP-INDEX PIC 9(03).
       77 GROUP-FOUND PIC X.
       77 GROUP-OVERFLOW-COUNT PIC 9(07).
       77 WORK-COUNT PIC 9(04).
       77 WORK-OVERFLOW-COUNT PIC 9(07).
       77 OUTER-INDEX PIC 9(04).
       77 INNER-INDEX PIC 9(04).
       77 SMALLEST-INDEX PIC 9(04).
       77 FIELD-INDEX PIC 9(01).
       77 LAST-GROUP-TYPE PIC X(01).
       77 CURRENT-LOCATION PIC X(10).
       77 LINE-POINTER PIC 9(03).
       77 WANTED-TYPE PIC X(01).
       77 WANTED-KEY PIC X(20).
       77 SCORE-COUNT PIC 9(07).
       77 SCORE-FILLED PIC 9(08).
       77 SCORE-PERCENT PIC 9(03)V9.
       77 PERCENT-ED PIC ZZ9.9.
       77 COUNT-ED PIC Z(6)9.
       77 SERIES-ID-WORK PIC 9(05).
       77 GROUP-LABEL PIC X(40).

      * The seven checks, in the order the summary prints them:
      * barcode, cover, series, location, dealer, date acquired
      * and at least one creator cross-reference line.
       01 MISSING-TABLE.
           05 MISSING-COUNT OCCURS 7 TIMES PIC 9(07).
       01 GAP-FLAGS.
           05 GAP-FLAG OCCURS 7 TIMES PIC X(01).

      * One byte per possible COMIC-ID, set when the creator
      * cross-reference carries at least one line for that comic,
      * so the check is a subscript instead of a file pass.
       01 XREF-FLAG-TABLE.
           05 XREF-FLAG OCCURS 99999 TIMES PIC X(01).

      * Publisher, series and box tallies in one table, told apart
      * by the type byte, so a single sort puts each section in
      * order and one walk prints them all.
       01 GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 600 TIMES.
               10 GT-SORT-KEY.
                   15 GT-TYPE      PIC X(01).
                   15 GT-KEY       PIC X(20).
               10 GT-COUNT         PIC 9(07).
               10 GT-FILLED        PIC 9(08).
       01 GROUP-SWAP-ENTRY.
           05 GS-SORT-KEY          PIC X(21).
           05 GS-COUNT             PIC 9(07).
           05 GS-FILLED            PIC 9(08).

      * Every comic with at least one gap, buffered so the worklist
      * can come out grouped by box, one pull of the box at a time.
       01 WORK-TABLE.
           05 WORK-ENTRY OCCURS 2000 TIMES.
               10 WT-LOCATION      PIC X(10).
               10 WT-COMIC-ID      PIC 9(05).
               10 WT-ISSUE         PIC 9(05).
               10 WT-NAME          PIC X(30).
               10 WT-GAPS          PIC X(07).
       01 WORK-SWAP-ENTRY.
           05 SW-LOCATION          PIC X(10).
           05 SW-COMIC-ID          PIC 9(05).
           05 SW-ISSUE             PIC 9(05).
           05 SW-NAME              PIC X(30).
           05 SW-GAPS              PIC X(07).

       COPY "COMPL-WS-ESP.cbl".

      * Scores every live comic on seven fields the catalogue should
      * carry and nobody can see missing without opening the record:
      * barcode, cover image, series, location, dealer, date
      * acquired and creators. The report gives the filled share for
      * the whole collection, then by publisher, by series and by
      * box, then a worklist of the comics with gaps grouped by box,
      * and ends with the collection total of every run so far; the
      * run's own figures are appended to that history.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           PERFORM LOAD-BATCH-PARAMS.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-EXTRACT-FILE.
           OPEN OUTPUT COMPRPT-FILE.
           MOVE ZEROES TO TOTAL-COUNT.
           MOVE ZEROES TO TOTAL-FILLED.
           MOVE ZEROES TO GAP-COUNT.
           MOVE ZEROES TO MISSING-TABLE.
           MOVE ZEROES TO GROUP-COUNT.
           MOVE ZEROES TO GROUP-OVERFLOW-COUNT.
           MOVE ZEROES TO WORK-COUNT.
           MOVE ZEROES TO WORK-OVERFLOW-COUNT.
           PERFORM LOAD-XREF-FLAGS.
           PERFORM START-AT-FIRST-RECORD.
           PERFORM SCORE-RECORDS
           UNTIL EOF-SWITCH = "Y".
           CLOSE EXTRACT-FILE.
           PERFORM SORT-GROUP-TABLE.
           PERFORM SORT-WORK-TABLE.
           PERFORM PRINT-SUMMARY.
           PERFORM PRINT-GROUPS.
           PERFORM PRINT-WORKLIST.
           PERFORM PRINT-RUN-HISTORY.
           PERFORM APPEND-RUN-HISTORY.
           CLOSE COMPRPT-FILE.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

      * The unattended chain reuses the extract its own extract
      * step just laid down; an attended ad hoc run rebuilds it
      * first, so the report can never quietly print yesterday's
      * data off a stale work file.
       OPEN-EXTRACT-FILE.
           IF UNATTENDED-MODE NOT = "Y"
               CALL "EXTRACT-COMICS".
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS = "35"
               CALL "EXTRACT-COMICS"
               OPEN INPUT EXTRACT-FILE.

       LOAD-XREF-FLAGS.
           MOVE SPACE TO XREF-FLAG-TABLE.
           OPEN INPUT CREATOR-XREF-FILE.
           IF CREATOR-XREF-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-XREF
               PERFORM READ-XREF-RECORD
               PERFORM FLAG-ONE-XREF
               UNTIL END-OF-XREF = "Y"
               CLOSE CREATOR-XREF-FILE.

       READ-XREF-RECORD.
           READ CREATOR-XREF-FILE
               AT END
               MOVE "Y" TO END-OF-XREF.

       FLAG-ONE-XREF.
           IF XREF-COMIC-ID IS NUMERIC AND XREF-COMIC-ID > ZEROES
               MOVE "Y" TO XREF-FLAG(XREF-COMIC-ID).
           PERFORM READ-XREF-RECORD.

       START-AT-FIRST-RECORD.
           MOVE "N" TO EOF-SWITCH.
           PERFORM READ-NEXT-COMIC.

       READ-NEXT-COMIC.
           READ EXTRACT-FILE
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               MOVE EXTRACT-RECORD TO COMIC-RECORD.

      * Every live copy is scored, extra copies included: each one
      * is a book on a shelf that needs its own barcode and box.
       SCORE-RECORDS.
           IF COMIC-ACTIVE
               PERFORM SCORE-ONE-COMIC.
           PERFORM READ-NEXT-COMIC.

       SCORE-ONE-COMIC.
           MOVE ZEROES TO COMIC-FILLED.
           MOVE SPACE TO GAP-FLAGS.
           IF COMIC-BARCODE = SPACE
               MOVE "X" TO GAP-FLAG(1)
           ELSE
               ADD 1 TO COMIC-FILLED.
           IF COMIC-COVER-PATH = SPACE
               MOVE "X" TO GAP-FLAG(2)
           ELSE
               ADD 1 TO COMIC-FILLED.
           IF COMIC-SERIES-ID IS NUMERIC AND
              COMIC-SERIES-ID NOT = ZEROES
               ADD 1 TO COMIC-FILLED
           ELSE
               MOVE "X" TO GAP-FLAG(3).
           IF COMIC-LOCATION = SPACE
               MOVE "X" TO GAP-FLAG(4)
           ELSE
               ADD 1 TO COMIC-FILLED.
           IF COMIC-DEALER = SPACE
               MOVE "X" TO GAP-FLAG(5)
           ELSE
               ADD 1 TO COMIC-FILLED.
           IF DATE-ACQUIRED IS NUMERIC AND
              DATE-ACQUIRED NOT = ZEROES
               ADD 1 TO COMIC-FILLED
           ELSE
               MOVE "X" TO GAP-FLAG(6).
           IF COMIC-ID > ZEROES AND XREF-FLAG(COMIC-ID) = "Y"
               ADD 1 TO COMIC-FILLED
           ELSE
               MOVE "X" TO GAP-FLAG(7).
           MOVE ZEROES TO FIELD-INDEX.
           PERFORM COUNT-ONE-GAP
           UNTIL FIELD-INDEX = 7.
           ADD 1 TO TOTAL-COUNT.
           ADD COMIC-FILLED TO TOTAL-FILLED.
           MOVE "P" TO WANTED-TYPE.
           MOVE COMIC-HOUSE TO WANTED-KEY.
           PERFORM FIND-OR-ADD-GROUP.
           MOVE "S" TO WANTED-TYPE.
           MOVE ZEROES TO SERIES-ID-WORK.
           IF COMIC-SERIES-ID IS NUMERIC
               MOVE COMIC-SERIES-ID TO SERIES-ID-WORK.
           MOVE SERIES-ID-WORK TO WANTED-KEY.
           PERFORM FIND-OR-ADD-GROUP.
           MOVE "B" TO WANTED-TYPE.
           MOVE COMIC-LOCATION TO WANTED-KEY.
           PERFORM FIND-OR-ADD-GROUP.
           IF COMIC-FILLED < 7
               ADD 1 TO GAP-COUNT
               PERFORM BUFFER-WORK-ENTRY.

       COUNT-ONE-GAP.
           ADD 1 TO FIELD-INDEX.
           IF GAP-FLAG(FIELD-INDEX) = "X"
               ADD 1 TO MISSING-COUNT(FIELD-INDEX).

      * Small unsorted lookup table, the same idiom STATS-REPORT
      * uses for its publisher tallies.
       FIND-OR-ADD-GROUP.
           MOVE "N" TO GROUP-FOUND.
           MOVE ZEROES TO GROUP-INDEX.
           PERFORM SCAN-GROUP-TABLE
           UNTIL GROUP-INDEX = GROUP-COUNT OR GROUP-FOUND = "Y".
           IF GROUP-FOUND = "N"
               IF GROUP-COUNT < 600
                   ADD 1 TO GROUP-COUNT
                   MOVE WANTED-TYPE TO GT-TYPE(GROUP-COUNT)
                   MOVE WANTED-KEY TO GT-KEY(GROUP-COUNT)
                   MOVE 1 TO GT-COUNT(GROUP-COUNT)
                   MOVE COMIC-FILLED TO GT-FILLED(GROUP-COUNT)
               ELSE
                   ADD 1 TO GROUP-OVERFLOW-COUNT.

       SCAN-GROUP-TABLE.
           ADD 1 TO GROUP-INDEX.
           IF GT-TYPE(GROUP-INDEX) = WANTED-TYPE AND
              GT-KEY(GROUP-INDEX) = WANTED-KEY
               MOVE "Y" TO GROUP-FOUND
               ADD 1 TO GT-COUNT(GROUP-INDEX)
               ADD COMIC-FILLED TO GT-FILLED(GROUP-INDEX).

       BUFFER-WORK-ENTRY.
           IF WORK-COUNT < 2000
               ADD 1 TO WORK-COUNT
               MOVE COMIC-LOCATION TO WT-LOCATION(WORK-COUNT)
               MOVE COMIC-ID TO WT-COMIC-ID(WORK-COUNT)
               MOVE COMIC-ISSUE TO WT-ISSUE(WORK-COUNT)
               MOVE COMIC-NAME TO WT-NAME(WORK-COUNT)
               MOVE GAP-FLAGS TO WT-GAPS(WORK-COUNT)
           ELSE
               ADD 1 TO WORK-OVERFLOW-COUNT.

      * Selection sort on type then key, so the publishers, the
      * series and the boxes each come out in order.
       SORT-GROUP-TABLE.
           MOVE ZEROES TO OUTER-INDEX.
           PERFORM SORT-GROUP-PASS
           UNTIL OUTER-INDEX = GROUP-COUNT.

       SORT-GROUP-PASS.
           ADD 1 TO OUTER-INDEX.
           MOVE OUTER-INDEX TO SMALLEST-INDEX.
           MOVE OUTER-INDEX TO INNER-INDEX.
           PERFORM FIND-SMALLEST-GROUP
           UNTIL INNER-INDEX = GROUP-COUNT.
           IF SMALLEST-INDEX NOT = OUTER-INDEX
               MOVE GROUP-ENTRY(OUTER-INDEX) TO GROUP-SWAP-ENTRY
               MOVE GROUP-ENTRY(SMALLEST-INDEX)
                   TO GROUP-ENTRY(OUTER-INDEX)
               MOVE GROUP-SWAP-ENTRY TO GROUP-ENTRY(SMALLEST-INDEX).

       FIND-SMALLEST-GROUP.
           ADD 1 TO INNER-INDEX.
           IF GT-SORT-KEY(INNER-INDEX) < GT-SORT-KEY(SMALLEST-INDEX)
               MOVE INNER-INDEX TO SMALLEST-INDEX.

      * Selection sort by location, then by ID within a location,
      * the same order BOX-REPORT prints the shelves in.
       SORT-WORK-TABLE.
           MOVE ZEROES TO OUTER-INDEX.
           PERFORM SORT-WORK-PASS
           UNTIL OUTER-INDEX = WORK-COUNT.

       SORT-WORK-PASS.
           ADD 1 TO OUTER-INDEX.
           MOVE OUTER-INDEX TO SMALLEST-INDEX.
           MOVE OUTER-INDEX TO INNER-INDEX.
           PERFORM FIND-SMALLEST-WORK
           UNTIL INNER-INDEX = WORK-COUNT.
           IF SMALLEST-INDEX NOT = OUTER-INDEX
               MOVE WORK-ENTRY(OUTER-INDEX) TO WORK-SWAP-ENTRY
               MOVE WORK-ENTRY(SMALLEST-INDEX)
                   TO WORK-ENTRY(OUTER-INDEX)
               MOVE WORK-SWAP-ENTRY TO WORK-ENTRY(SMALLEST-INDEX).

       FIND-SMALLEST-WORK.
           ADD 1 TO INNER-INDEX.
           IF WT-LOCATION(INNER-INDEX) < WT-LOCATION(SMALLEST-INDEX)
               MOVE INNER-INDEX TO SMALLEST-INDEX
           ELSE
               IF WT-LOCATION(INNER-INDEX) =
                  WT-LOCATION(SMALLEST-INDEX) AND
                  WT-COMIC-ID(INNER-INDEX) <
                  WT-COMIC-ID(SMALLEST-INDEX)
                   MOVE INNER-INDEX TO SMALLEST-INDEX.

      * Seven checks per comic, so the share is the filled checks
      * over seven times the comics counted.
       WORK-OUT-PERCENT.
           MOVE ZEROES TO SCORE-PERCENT.
           IF SCORE-COUNT NOT = ZEROES
               COMPUTE SCORE-PERCENT ROUNDED =
                   SCORE-FILLED * 100 / (SCORE-COUNT * 7).

       PRINT-SUMMARY.
           MOVE SPACE TO COMPRPT-LINE.
           STRING TEXT-COMPL-TITLE DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           MOVE SPACE TO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           MOVE TOTAL-COUNT TO SCORE-COUNT.
           MOVE TOTAL-FILLED TO SCORE-FILLED.
           PERFORM WORK-OUT-PERCENT.
           MOVE TOTAL-COUNT TO COUNT-ED.
           MOVE SPACE TO COMPRPT-LINE.
           STRING TEXT-COMPL-COMICS DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           MOVE SCORE-PERCENT TO PERCENT-ED.
           MOVE SPACE TO COMPRPT-LINE.
           STRING TEXT-COMPL-OVERALL DELIMITED BY SIZE
                  PERCENT-ED DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           MOVE GAP-COUNT TO COUNT-ED.
           MOVE SPACE TO COMPRPT-LINE.
           STRING TEXT-COMPL-WITH-GAPS DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           MOVE SPACE TO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           MOVE TEXT-COMPL-MISSING-HEAD TO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           MOVE ZEROES TO FIELD-INDEX.
           PERFORM PRINT-ONE-MISSING-COUNT
           UNTIL FIELD-INDEX = 7.

       PRINT-ONE-MISSING-COUNT.
           ADD 1 TO FIELD-INDEX.
           MOVE SPACE TO GROUP-LABEL.
           PERFORM NAME-ONE-FIELD.
           MOVE MISSING-COUNT(FIELD-INDEX) TO COUNT-ED.
           MOVE SPACE TO COMPRPT-LINE.
           STRING "  " DELIMITED BY SIZE
                  GROUP-LABEL(1:12) DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO COMPRPT-LINE.
           WRITE COMPRPT-LINE.

       NAME-ONE-FIELD.
           EVALUATE FIELD-INDEX
               WHEN 1
                   MOVE TEXT-COMPL-TAG-BARCODE TO GROUP-LABEL
               WHEN 2
                   MOVE TEXT-COMPL-TAG-COVER TO GROUP-LABEL
               WHEN 3
                   MOVE TEXT-COMPL-TAG-SERIES TO GROUP-LABEL
               WHEN 4
                   MOVE TEXT-COMPL-TAG-LOCATION TO GROUP-LABEL
               WHEN 5
                   MOVE TEXT-COMPL-TAG-DEALER TO GROUP-LABEL
               WHEN 6
                   MOVE TEXT-COMPL-TAG-ACQUIRED TO GROUP-LABEL
               WHEN OTHER
                   MOVE TEXT-COMPL-TAG-CREATORS TO GROUP-LABEL
           END-EVALUATE.

       PRINT-GROUPS.
           PERFORM OPEN-SERIES-MASTER.
           MOVE SPACE TO LAST-GROUP-TYPE.
           MOVE ZEROES TO GROUP-INDEX.
           PERFORM PRINT-ONE-GROUP
           UNTIL GROUP-INDEX = GROUP-COUNT.
           IF GROUP-OVERFLOW-COUNT NOT = ZEROES
               MOVE TEXT-COMPL-GROUPS-TRUNCATED TO COMPRPT-LINE
               WRITE COMPRPT-LINE.
           IF SERIES-AVAILABLE = "Y"
               CLOSE SERIES-FILE.

      * The series master is only consulted for the titles the
      * series lines print; without one they show the bare ID.
       OPEN-SERIES-MASTER.
           MOVE "Y" TO SERIES-AVAILABLE.
           OPEN INPUT SERIES-FILE.
           IF SERIES-FILE-STATUS = "35"
               MOVE "N" TO SERIES-AVAILABLE.

       PRINT-ONE-GROUP.
           ADD 1 TO GROUP-INDEX.
           IF GT-TYPE(GROUP-INDEX) NOT = LAST-GROUP-TYPE
               MOVE GT-TYPE(GROUP-INDEX) TO LAST-GROUP-TYPE
               PERFORM PRINT-GROUP-HEADING.
           PERFORM NAME-ONE-GROUP.
           MOVE GT-COUNT(GROUP-INDEX) TO SCORE-COUNT.
           MOVE GT-FILLED(GROUP-INDEX) TO SCORE-FILLED.
           PERFORM WORK-OUT-PERCENT.
           MOVE SCORE-PERCENT TO PERCENT-ED.
           MOVE SCORE-COUNT TO COUNT-ED.
           MOVE SPACE TO COMPRPT-LINE.
           STRING "  " DELIMITED BY SIZE
                  GROUP-LABEL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  PERCENT-ED DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO COMPRPT-LINE.
           WRITE COMPRPT-LINE.

       PRINT-GROUP-HEADING.
           MOVE SPACE TO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           EVALUATE LAST-GROUP-TYPE
               WHEN "P"
                   MOVE TEXT-COMPL-BY-PUBLISHER TO COMPRPT-LINE
               WHEN "S"
                   MOVE TEXT-COMPL-BY-SERIES TO COMPRPT-LINE
               WHEN OTHER
                   MOVE TEXT-COMPL-BY-BOX TO COMPRPT-LINE
           END-EVALUATE.
           WRITE COMPRPT-LINE.

       NAME-ONE-GROUP.
           MOVE SPACE TO GROUP-LABEL.
           EVALUATE TRUE
               WHEN GT-KEY(GROUP-INDEX) = SPACE
                   MOVE TEXT-COMPL-NONE TO GROUP-LABEL
               WHEN GT-TYPE(GROUP-INDEX) = "S"
                   PERFORM NAME-ONE-SERIES
               WHEN OTHER
                   MOVE GT-KEY(GROUP-INDEX) TO GROUP-LABEL
           END-EVALUATE.

       NAME-ONE-SERIES.
           MOVE GT-KEY(GROUP-INDEX)(1:5) TO SERIES-ID-WORK.
           IF SERIES-ID-WORK = ZEROES
               MOVE TEXT-COMPL-NONE TO GROUP-LABEL
           ELSE
               MOVE "N" TO SERIES-ON-FILE
               IF SERIES-AVAILABLE = "Y"
                   MOVE SERIES-ID-WORK TO SERIES-ID
                   MOVE "Y" TO SERIES-ON-FILE
                   READ SERIES-FILE RECORD
                       INVALID KEY
                       MOVE "N" TO SERIES-ON-FILE
                   END-READ
               END-IF
               IF SERIES-ON-FILE = "Y"
                   STRING SERIES-ID-WORK DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SERIES-TITLE DELIMITED BY SIZE
                          INTO GROUP-LABEL
               ELSE
                   MOVE SERIES-ID-WORK TO GROUP-LABEL.

      * One heading per box, then every comic in it with the names
      * of the fields still to fill in.
       PRINT-WORKLIST.
           MOVE SPACE TO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           MOVE TEXT-COMPL-WORKLIST TO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           MOVE SPACE TO CURRENT-LOCATION.
           MOVE "X" TO CURRENT-LOCATION(10:1).
           MOVE ZEROES TO OUTER-INDEX.
           PERFORM PRINT-ONE-WORK-ENTRY
           UNTIL OUTER-INDEX = WORK-COUNT.
           IF WORK-OVERFLOW-COUNT NOT = ZEROES
               MOVE TEXT-COMPL-WORK-TRUNCATED TO COMPRPT-LINE
               WRITE COMPRPT-LINE.

       PRINT-ONE-WORK-ENTRY.
           ADD 1 TO OUTER-INDEX.
           IF WT-LOCATION(OUTER-INDEX) NOT = CURRENT-LOCATION
               MOVE WT-LOCATION(OUTER-INDEX) TO CURRENT-LOCATION
               PERFORM PRINT-WORK-BOX-HEADER.
           MOVE WT-GAPS(OUTER-INDEX) TO GAP-FLAGS.
           MOVE SPACE TO COMPRPT-LINE.
           MOVE 1 TO LINE-POINTER.
           STRING "  " DELIMITED BY SIZE
                  WT-COMIC-ID(OUTER-INDEX) DELIMITED BY SIZE
                  " #" DELIMITED BY SIZE
                  WT-ISSUE(OUTER-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WT-NAME(OUTER-INDEX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INTO COMPRPT-LINE
                  WITH POINTER LINE-POINTER.
           MOVE ZEROES TO FIELD-INDEX.
           PERFORM ADD-ONE-GAP-NAME
           UNTIL FIELD-INDEX = 7.
           WRITE COMPRPT-LINE.

       ADD-ONE-GAP-NAME.
           ADD 1 TO FIELD-INDEX.
           IF GAP-FLAG(FIELD-INDEX) = "X"
               PERFORM NAME-ONE-FIELD
               STRING GROUP-LABEL DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      INTO COMPRPT-LINE
                      WITH POINTER LINE-POINTER.

       PRINT-WORK-BOX-HEADER.
           MOVE SPACE TO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           MOVE SPACE TO COMPRPT-LINE.
           IF CURRENT-LOCATION = SPACE
               STRING TEXT-COMPL-BOX-LABEL DELIMITED BY SIZE
                      TEXT-COMPL-NONE DELIMITED BY SIZE
                      INTO COMPRPT-LINE
           ELSE
               STRING TEXT-COMPL-BOX-LABEL DELIMITED BY SIZE
                      CURRENT-LOCATION DELIMITED BY SIZE
                      INTO COMPRPT-LINE.
           WRITE COMPRPT-LINE.

      * The collection total of every earlier run, oldest first,
      * then today's, so the progress reads straight down the page.
       PRINT-RUN-HISTORY.
           MOVE SPACE TO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           MOVE TEXT-COMPL-HISTORY TO COMPRPT-LINE.
           WRITE COMPRPT-LINE.
           OPEN INPUT COMPLETENESS-HISTORY-FILE.
           IF COMPLETENESS-HISTORY-STATUS NOT = "35"
               MOVE "N" TO END-OF-HISTORY
               PERFORM READ-HISTORY-LINE
               PERFORM PRINT-ONE-HISTORY-LINE
               UNTIL END-OF-HISTORY = "Y"
               CLOSE COMPLETENESS-HISTORY-FILE.
           MOVE TOTAL-COUNT TO SCORE-COUNT.
           MOVE TOTAL-FILLED TO SCORE-FILLED.
           PERFORM WORK-OUT-PERCENT.
           MOVE TODAY-DATE TO CMH-RUN-DATE.
           MOVE TOTAL-COUNT TO CMH-COMIC-COUNT.
           MOVE SCORE-PERCENT TO CMH-PERCENT.
           PERFORM WRITE-HISTORY-REPORT-LINE.

       READ-HISTORY-LINE.
           READ COMPLETENESS-HISTORY-FILE
               AT END
               MOVE "Y" TO END-OF-HISTORY.

       PRINT-ONE-HISTORY-LINE.
           IF CMH-TOTAL
               PERFORM WRITE-HISTORY-REPORT-LINE.
           PERFORM READ-HISTORY-LINE.

       WRITE-HISTORY-REPORT-LINE.
           MOVE CMH-COMIC-COUNT TO COUNT-ED.
           MOVE CMH-PERCENT TO PERCENT-ED.
           MOVE SPACE TO COMPRPT-LINE.
           STRING "  " DELIMITED BY SIZE
                  CMH-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  PERCENT-ED DELIMITED BY SIZE
                  " %" DELIMITED BY SIZE
                  INTO COMPRPT-LINE.
           WRITE COMPRPT-LINE.

      * OPEN EXTEND does not create a missing file, so on a fresh
      * system this seeds an empty history before appending to it.
       APPEND-RUN-HISTORY.
           OPEN EXTEND COMPLETENESS-HISTORY-FILE.
           IF COMPLETENESS-HISTORY-STATUS = "35"
               OPEN OUTPUT COMPLETENESS-HISTORY-FILE
               CLOSE COMPLETENESS-HISTORY-FILE
               OPEN EXTEND COMPLETENESS-HISTORY-FILE.
           MOVE SPACE TO COMPLETENESS-HISTORY-RECORD.
           MOVE TODAY-DATE TO CMH-RUN-DATE.
           SET CMH-TOTAL TO TRUE.
           MOVE TOTAL-COUNT TO CMH-COMIC-COUNT.
           MOVE TOTAL-FILLED TO CMH-FILLED-COUNT.
           MOVE TOTAL-COUNT TO SCORE-COUNT.
           MOVE TOTAL-FILLED TO SCORE-FILLED.
           PERFORM WORK-OUT-PERCENT.
           MOVE SCORE-PERCENT TO CMH-PERCENT.
           WRITE COMPLETENESS-HISTORY-RECORD.
           MOVE ZEROES TO GROUP-INDEX.
           PERFORM APPEND-ONE-GROUP
           UNTIL GROUP-INDEX = GROUP-COUNT.
           CLOSE COMPLETENESS-HISTORY-FILE.

       APPEND-ONE-GROUP.
           ADD 1 TO GROUP-INDEX.
           MOVE SPACE TO COMPLETENESS-HISTORY-RECORD.
           MOVE TODAY-DATE TO CMH-RUN-DATE.
           MOVE GT-TYPE(GROUP-INDEX) TO CMH-GROUP-TYPE.
           MOVE GT-KEY(GROUP-INDEX) TO CMH-GROUP-KEY.
           MOVE GT-COUNT(GROUP-INDEX) TO CMH-COMIC-COUNT.
           MOVE GT-FILLED(GROUP-INDEX) TO CMH-FILLED-COUNT.
           MOVE GT-COUNT(GROUP-INDEX) TO SCORE-COUNT.
           MOVE GT-FILLED(GROUP-INDEX) TO SCORE-FILLED.
           PERFORM WORK-OUT-PERCENT.
           MOVE SCORE-PERCENT TO CMH-PERCENT.
           WRITE COMPLETENESS-HISTORY-RECORD.

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
           MOVE "COMPLETENESS-REPORT" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE TOTAL-COUNT TO RLC-READ-COUNT.
           MOVE WORK-COUNT TO RLC-WRITTEN-COUNT.
           MOVE WORK-OVERFLOW-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "COMPL-WS-ENG.cbl".

       END PROGRAM COMPLETENESS-REPORT.
