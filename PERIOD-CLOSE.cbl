       COPY "PHYSIC-FILE.cbl".
       COPY "PERIOD-PHYSIC-FILE.cbl".

       COPY "PARAMS-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       COPY "LOGIC-FILE.cbl".
       COPY "PERIOD-LOGIC-FILE.cbl".

       COPY "PARAMS-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "RATECALL-WS.cbl".
       77 EOF-SWITCH PIC X.
       77 CLOSE-DATE PIC 9(08).
       77 HOUSE-COUNT PIC 9(03).
       77 HOUSE-INDEX PIC 9(03).
       77 HOUSE-FOUND PIC X.
       77 PERIOD-FILE-STATUS PIC X(02).
       77 NO-RATE-COUNT PIC 9(07).
       77 NO-RATE-COUNT-ED PIC Z(6)9.
       77 UNATTENDED-MODE PIC X.
       77 PARAMS-FILE-STATUS PIC X(02).
       77 PARAM-OWNER PIC X(05).
       77 SELECTED-OWNER PIC X(05).
       77 SPLIT-COUNT PIC 9(03).
       77 SPLIT-INDEX PIC 9(03).
       77 SPLIT-FOUND PIC X.
       77 COMIC-BASE-VALUE PIC 9(09)V99.
       77 COMIC-VALUE-KNOWN PIC X.

      * The same per-house tallies STATS-REPORT and VALUATION-REPORT
      * produce, gathered in one pass so they land on the period
               10 PS-ACTIVE-COUNT PIC 9(07).
               10 PS-LOANED-COUNT PIC 9(07).
               10 PS-TOTAL-VALUE  PIC 9(09)V99.
      * The same tallies again per house and owner, for the split
      * lines written under each house.
       01 OWNER-SPLIT-TABLE.
           05 OWNER-SPLIT-ENTRY OCCURS 300 TIMES.
               10 OS-HOUSE        PIC X(20).
               10 OS-OWNER        PIC X(05).
               10 OS-ACTIVE-COUNT PIC 9(07).
               10 OS-LOANED-COUNT PIC 9(07).
               10 OS-TOTAL-VALUE  PIC 9(09)V99.

       COPY "PERIOD-WS-ESP.cbl".

       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           PERFORM LOAD-BATCH-PARAMS.
           PERFORM ASK-OWNER-SELECTION.
           DISPLAY TEXT-PERIOD-START.
           ACCEPT CLOSE-DATE FROM DATE YYYYMMDD.
           OPEN INPUT COMICS-FILE.
           MOVE ZEROES TO HOUSE-COUNT.
           MOVE ZEROES TO SPLIT-COUNT.
           MOVE ZEROES TO NO-RATE-COUNT.
           PERFORM START-AT-FIRST-RECORD.
           PERFORM TALLY-RECORDS
           UNTIL EOF-SWITCH = "Y".
           CLOSE COMICS-FILE.
           PERFORM WRITE-PERIOD-RECORDS.
           DISPLAY TEXT-PERIOD-DONE HOUSE-COUNT.
           IF NO-RATE-COUNT NOT = ZEROES
               MOVE NO-RATE-COUNT TO NO-RATE-COUNT-ED
               DISPLAY TEXT-PERIOD-NO-RATE NO-RATE-COUNT-ED.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain; run on its own
           END-PROGRAM.
               GOBACK.

      * The whole-house lines always cover the entire collection,
      * or the history would stop adding up from one close to the
      * next; naming one owner only limits the split lines to that
      * member of the household. A blank answer, or no owner on
      * the parameter file for an unattended run, splits for all.
       ASK-OWNER-SELECTION.
           IF UNATTENDED-MODE = "Y"
               MOVE PARAM-OWNER TO SELECTED-OWNER
           ELSE
               DISPLAY TEXT-PERIOD-OWNER-PROMPT
               MOVE SPACE TO SELECTED-OWNER
               ACCEPT SELECTED-OWNER.

       START-AT-FIRST-RECORD.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZEROES TO COMIC-ID.
               MOVE "Y" TO HOUSE-FOUND.
           IF HOUSE-FOUND = "Y"
               PERFORM TALLY-ONE-HOUSE.
           IF SELECTED-OWNER = SPACE OR COMIC-OWNER = SELECTED-OWNER
               PERFORM FIND-OR-ADD-SPLIT.

       SCAN-HOUSE-TABLE.
           ADD 1 TO HOUSE-INDEX.
           ADD 1 TO PS-ACTIVE-COUNT(HOUSE-INDEX).
           IF LOAN-TO-NAME NOT = SPACE
               ADD 1 TO PS-LOANED-COUNT(HOUSE-INDEX).
           MOVE "N" TO COMIC-VALUE-KNOWN.
           IF COMIC-VALUE IS NUMERIC
               PERFORM CONVERT-COMIC-VALUE
               IF RCA-RATE-FOUND
                   MOVE "Y" TO COMIC-VALUE-KNOWN
                   MOVE RCA-BASE-AMOUNT TO COMIC-BASE-VALUE
                   ADD RCA-BASE-AMOUNT TO PS-TOTAL-VALUE(HOUSE-INDEX)
               ELSE
                   ADD 1 TO NO-RATE-COUNT.

      * Same lookup again on house and owner together; the value
      * was already brought into the house currency for the whole
      * house line just above, so it is only added here.
       FIND-OR-ADD-SPLIT.
           MOVE "N" TO SPLIT-FOUND.
           MOVE ZEROES TO SPLIT-INDEX.
           PERFORM SCAN-SPLIT-TABLE
           UNTIL SPLIT-INDEX = SPLIT-COUNT OR
           SPLIT-FOUND = "Y".
           IF SPLIT-FOUND = "N" AND SPLIT-COUNT < 300
               ADD 1 TO SPLIT-COUNT
               MOVE SPLIT-COUNT TO SPLIT-INDEX
               MOVE COMIC-HOUSE TO OS-HOUSE(SPLIT-INDEX)
               MOVE COMIC-OWNER TO OS-OWNER(SPLIT-INDEX)
               MOVE ZEROES TO OS-ACTIVE-COUNT(SPLIT-INDEX)
               MOVE ZEROES TO OS-LOANED-COUNT(SPLIT-INDEX)
               MOVE ZEROES TO OS-TOTAL-VALUE(SPLIT-INDEX)
               MOVE "Y" TO SPLIT-FOUND.
           IF SPLIT-FOUND = "Y"
               PERFORM TALLY-ONE-SPLIT.

       SCAN-SPLIT-TABLE.
           ADD 1 TO SPLIT-INDEX.
           IF OS-HOUSE(SPLIT-INDEX) = COMIC-HOUSE AND
              OS-OWNER(SPLIT-INDEX) = COMIC-OWNER
               MOVE "Y" TO SPLIT-FOUND.

       TALLY-ONE-SPLIT.
           ADD 1 TO OS-ACTIVE-COUNT(SPLIT-INDEX).
           IF LOAN-TO-NAME NOT = SPACE
               ADD 1 TO OS-LOANED-COUNT(SPLIT-INDEX).
           IF COMIC-VALUE-KNOWN = "Y"
               ADD COMIC-BASE-VALUE TO OS-TOTAL-VALUE(SPLIT-INDEX).

      * The history is kept in the house currency: a value paid in
      * another currency is brought over at the rate in force the
      * day the comic was acquired, or at the close date when that
      * day is unknown. A value with no rate on file stays out of
      * the total and is counted as a reject on the run log.
       CONVERT-COMIC-VALUE.
           MOVE COMIC-CURRENCY TO RCA-CURRENCY.
           IF DATE-ACQUIRED IS NUMERIC AND DATE-ACQUIRED NOT = ZEROES
               MOVE DATE-ACQUIRED TO RCA-DATE
           ELSE
               MOVE CLOSE-DATE TO RCA-DATE.
           MOVE COMIC-VALUE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.

      * OPEN EXTEND does not create a missing file, so on a fresh
      * system this seeds an empty history before appending to it.
           MOVE PS-LOANED-COUNT(HOUSE-INDEX) TO PH-LOANED-COUNT.
           MOVE PS-TOTAL-VALUE(HOUSE-INDEX) TO PH-TOTAL-VALUE.
           WRITE PERIOD-RECORD.
           MOVE ZEROES TO SPLIT-INDEX.
           PERFORM WRITE-ONE-SPLIT-RECORD
           UNTIL SPLIT-INDEX = SPLIT-COUNT.

      * The split lines of the house just written follow it, so a
      * reader of the history finds each house with its owners.
      * Comics nobody has been given to yet carry the code "-----"
      * here, since spaces already mark the whole-house line.
       WRITE-ONE-SPLIT-RECORD.
           ADD 1 TO SPLIT-INDEX.
           IF OS-HOUSE(SPLIT-INDEX) = PS-HOUSE(HOUSE-INDEX)
               MOVE SPACE TO PERIOD-RECORD
               MOVE CLOSE-DATE TO PH-PERIOD-DATE
               MOVE OS-HOUSE(SPLIT-INDEX) TO PH-HOUSE
               MOVE OS-ACTIVE-COUNT(SPLIT-INDEX) TO PH-ACTIVE-COUNT
               MOVE OS-LOANED-COUNT(SPLIT-INDEX) TO PH-LOANED-COUNT
               MOVE OS-TOTAL-VALUE(SPLIT-INDEX) TO PH-TOTAL-VALUE
               MOVE OS-OWNER(SPLIT-INDEX) TO PH-OWNER
               IF PH-OWNER = SPACE
                   MOVE "-----" TO PH-OWNER
               END-IF
               WRITE PERIOD-RECORD.


      * One read of the batch parameter file decides whether this
      * run may stop at a prompt and which owner it splits for.
       LOAD-BATCH-PARAMS.
           MOVE "N" TO UNATTENDED-MODE.
           MOVE SPACE TO PARAM-OWNER.
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
           MOVE BP-OWNER TO PARAM-OWNER.

       NOTE-RUN-START.
           MOVE "PERIOD-CLOSE" TO RLC-PROGRAM-NAME.
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE HOUSE-COUNT TO RLC-WRITTEN-COUNT.
           MOVE NO-RATE-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


