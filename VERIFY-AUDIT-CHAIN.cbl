       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFY-AUDIT-CHAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AUDIT-PHYSIC-FILE.cbl".
       COPY "JOURNAL-PHYSIC-FILE.cbl".
       COPY "CHAINRPT-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AUDIT-LOGIC-FILE.cbl".
       COPY "JOURNAL-LOGIC-FILE.cbl".
       COPY "CHAINRPT-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "CHAINCALL-WS.cbl".
       77 AUDIT-FILE-STATUS PIC X(02).
       77 JOURNAL-FILE-STATUS PIC X(02).
       77 END-OF-LEDGER PIC X.
       77 CHAIN-STARTED PIC X.
       77 LEDGER-NAME PIC X(10).
       77 LINE-SEQUENCE PIC 9(09).
       77 LINE-CHECK PIC 9(08).
       77 PREVIOUS-SEQUENCE PIC 9(09).
       77 PREVIOUS-CHECK PIC 9(08).
       77 EXPECTED-SEQUENCE PIC 9(09).
       77 CONTROL-LAST-SEQUENCE PIC 9(09).
       77 CONTROL-LAST-CHECK PIC 9(08).
       77 PROBLEM-TEXT PIC X(40).
       77 LEDGER-LINE-COUNT PIC 9(07).
       77 LEDGER-CHAINED-COUNT PIC 9(07).
       77 LEDGER-OLDER-COUNT PIC 9(07).
       77 LEDGER-PROBLEM-COUNT PIC 9(07).
       77 TOTAL-LINE-COUNT PIC 9(07).
       77 TOTAL-PROBLEM-COUNT PIC 9(07).
       77 LINE-COUNT-ED PIC Z(6)9.
       77 CHAINED-COUNT-ED PIC Z(6)9.
       77 OLDER-COUNT-ED PIC Z(6)9.
       77 PROBLEM-COUNT-ED PIC Z(6)9.
       77 FOUND-SEQUENCE-ED PIC Z(8)9.
       77 EXPECTED-SEQUENCE-ED PIC Z(8)9.

       COPY "VERIFY-WS-ESP.cbl".

      * Walks the audit log and the day journal from end to end and
      * re-works every line's check value from the line before it,
      * the way CHAIN-LINK stamped it. A sequence number that jumps
      * is a gap, one that goes back is a line moved or repeated,
      * and a check value that no longer comes out is a line
      * changed since it was written; the last line must also be
      * the last link the control file recorded, or lines were cut
      * off the end. Lines written before the chain was kept have
      * no number and are only counted, as long as they all come
      * first. Anything found goes on bd-comic-chain-report.txt and
      * the job ends with a failure code, so the nightly window can
      * refuse to run on a history that cannot be trusted.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           DISPLAY TEXT-VERIFY-START.
           MOVE ZEROES TO TOTAL-LINE-COUNT.
           MOVE ZEROES TO TOTAL-PROBLEM-COUNT.
           OPEN OUTPUT CHAIN-REPORT-FILE.
           MOVE TEXT-VERIFY-TITLE TO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.
           PERFORM VERIFY-AUDIT-LOG.
           PERFORM VERIFY-DAY-JOURNAL.
           CLOSE CHAIN-REPORT-FILE.
           IF TOTAL-PROBLEM-COUNT = ZEROES
               DISPLAY TEXT-VERIFY-OK
           ELSE
               DISPLAY TEXT-VERIFY-FAILED
               MOVE "ERROR" TO RLC-STATUS.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

       VERIFY-AUDIT-LOG.
           MOVE 1 TO CCA-LEDGER.
           MOVE TEXT-VERIFY-AUDIT-NAME TO LEDGER-NAME.
           PERFORM START-LEDGER-CHECK.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "35"
               PERFORM READ-AUDIT-LINE
               PERFORM CHECK-ONE-AUDIT-LINE
               UNTIL END-OF-LEDGER = "Y"
               CLOSE AUDIT-FILE.
           PERFORM FINISH-LEDGER-CHECK.

       READ-AUDIT-LINE.
           READ AUDIT-FILE
           AT END
               MOVE "Y" TO END-OF-LEDGER.

       CHECK-ONE-AUDIT-LINE.
           ADD 1 TO LEDGER-LINE-COUNT.
           IF AUDIT-SEQUENCE IS NUMERIC AND AUDIT-CHECK IS NUMERIC
               MOVE AUDIT-SEQUENCE TO LINE-SEQUENCE
               MOVE AUDIT-CHECK TO LINE-CHECK
               MOVE 260 TO CCA-TEXT-LENGTH
               MOVE AUDIT-RECORD(1:260) TO CCA-TEXT
               PERFORM CHECK-CHAINED-LINE
           ELSE
               PERFORM CHECK-UNCHAINED-LINE.
           PERFORM READ-AUDIT-LINE.

       VERIFY-DAY-JOURNAL.
           MOVE 2 TO CCA-LEDGER.
           MOVE TEXT-VERIFY-JOURNAL-NAME TO LEDGER-NAME.
           PERFORM START-LEDGER-CHECK.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS NOT = "35"
               PERFORM READ-JOURNAL-LINE
               PERFORM CHECK-ONE-JOURNAL-LINE
               UNTIL END-OF-LEDGER = "Y"
               CLOSE JOURNAL-FILE.
           PERFORM FINISH-LEDGER-CHECK.

       READ-JOURNAL-LINE.
           READ JOURNAL-FILE
           AT END
               MOVE "Y" TO END-OF-LEDGER.

       CHECK-ONE-JOURNAL-LINE.
           ADD 1 TO LEDGER-LINE-COUNT.
           IF JRN-SEQUENCE IS NUMERIC AND JRN-CHECK IS NUMERIC
               MOVE JRN-SEQUENCE TO LINE-SEQUENCE
               MOVE JRN-CHECK TO LINE-CHECK
               MOVE 632 TO CCA-TEXT-LENGTH
               MOVE JOURNAL-RECORD(1:632) TO CCA-TEXT
               PERFORM CHECK-CHAINED-LINE
           ELSE
               PERFORM CHECK-UNCHAINED-LINE.
           PERFORM READ-JOURNAL-LINE.

      * The file is checked against where the control file says
      * its chain starts, so a file that has had its older lines
      * taken off the front still begins cleanly.
       START-LEDGER-CHECK.
           MOVE "N" TO END-OF-LEDGER.
           MOVE "N" TO CHAIN-STARTED.
           MOVE ZEROES TO LEDGER-LINE-COUNT.
           MOVE ZEROES TO LEDGER-CHAINED-COUNT.
           MOVE ZEROES TO LEDGER-OLDER-COUNT.
           MOVE ZEROES TO LEDGER-PROBLEM-COUNT.
           MOVE "R" TO CCA-ACTION.
           CALL "CHAIN-LINK" USING CHAIN-CALL-AREA.
           MOVE CCA-BASE-SEQUENCE TO PREVIOUS-SEQUENCE.
           MOVE CCA-BASE-CHECK TO PREVIOUS-CHECK.
           MOVE CCA-SEQUENCE TO CONTROL-LAST-SEQUENCE.
           MOVE CCA-CHECK TO CONTROL-LAST-CHECK.

      * A line without a number is only innocent ahead of the first
      * numbered one; after that it was put in by hand.
       CHECK-UNCHAINED-LINE.
           IF CHAIN-STARTED = "N"
               ADD 1 TO LEDGER-OLDER-COUNT
           ELSE
               MOVE ZEROES TO LINE-SEQUENCE
               COMPUTE EXPECTED-SEQUENCE = PREVIOUS-SEQUENCE + 1
               MOVE TEXT-VERIFY-UNCHAINED TO PROBLEM-TEXT
               PERFORM REPORT-CHAIN-PROBLEM.

      * After a gap the line is taken as the new point to chain
      * from, so one missing line is reported once and not again
      * for every line after it; a line that goes back leaves the
      * point where it was, so the lines after it still check.
       CHECK-CHAINED-LINE.
           MOVE "Y" TO CHAIN-STARTED.
           ADD 1 TO LEDGER-CHAINED-COUNT.
           COMPUTE EXPECTED-SEQUENCE = PREVIOUS-SEQUENCE + 1.
           EVALUATE TRUE
               WHEN LINE-SEQUENCE = EXPECTED-SEQUENCE
                   PERFORM CHECK-LINE-VALUE
                   MOVE LINE-SEQUENCE TO PREVIOUS-SEQUENCE
                   MOVE LINE-CHECK TO PREVIOUS-CHECK
               WHEN LINE-SEQUENCE > EXPECTED-SEQUENCE
                   MOVE TEXT-VERIFY-GAP TO PROBLEM-TEXT
                   PERFORM REPORT-CHAIN-PROBLEM
                   MOVE LINE-SEQUENCE TO PREVIOUS-SEQUENCE
                   MOVE LINE-CHECK TO PREVIOUS-CHECK
               WHEN OTHER
                   MOVE TEXT-VERIFY-REORDER TO PROBLEM-TEXT
                   PERFORM REPORT-CHAIN-PROBLEM
           END-EVALUATE.

      * The stored check is what the next line was chained from,
      * so the chain carries on from it even when this line fails.
       CHECK-LINE-VALUE.
           MOVE "C" TO CCA-ACTION.
           MOVE PREVIOUS-CHECK TO CCA-PRIOR-CHECK.
           MOVE LINE-SEQUENCE TO CCA-SEQUENCE.
           CALL "CHAIN-LINK" USING CHAIN-CALL-AREA.
           IF CCA-CHECK NOT = LINE-CHECK
               MOVE TEXT-VERIFY-ALTERED TO PROBLEM-TEXT
               PERFORM REPORT-CHAIN-PROBLEM.

      * The last link on the file must be the last one the control
      * file recorded: short of it, lines were cut off the end;
      * past it, lines were added without going through the log.
       FINISH-LEDGER-CHECK.
           MOVE PREVIOUS-SEQUENCE TO LINE-SEQUENCE.
           MOVE CONTROL-LAST-SEQUENCE TO EXPECTED-SEQUENCE.
           IF PREVIOUS-SEQUENCE < CONTROL-LAST-SEQUENCE
               MOVE TEXT-VERIFY-MISSING-END TO PROBLEM-TEXT
               PERFORM REPORT-CHAIN-PROBLEM.
           IF PREVIOUS-SEQUENCE > CONTROL-LAST-SEQUENCE
               MOVE TEXT-VERIFY-BEYOND-END TO PROBLEM-TEXT
               PERFORM REPORT-CHAIN-PROBLEM.
           IF PREVIOUS-SEQUENCE = CONTROL-LAST-SEQUENCE AND
              PREVIOUS-CHECK NOT = CONTROL-LAST-CHECK
               MOVE TEXT-VERIFY-LAST-MISMATCH TO PROBLEM-TEXT
               PERFORM REPORT-CHAIN-PROBLEM.
           PERFORM PRINT-LEDGER-TOTALS.
           ADD LEDGER-LINE-COUNT TO TOTAL-LINE-COUNT.
           ADD LEDGER-PROBLEM-COUNT TO TOTAL-PROBLEM-COUNT.

       REPORT-CHAIN-PROBLEM.
           ADD 1 TO LEDGER-PROBLEM-COUNT.
           MOVE LEDGER-LINE-COUNT TO LINE-COUNT-ED.
           MOVE LINE-SEQUENCE TO FOUND-SEQUENCE-ED.
           MOVE EXPECTED-SEQUENCE TO EXPECTED-SEQUENCE-ED.
           MOVE SPACE TO CHAIN-REPORT-LINE.
           STRING LEDGER-NAME DELIMITED BY SIZE
                  TEXT-VERIFY-LINE-LABEL DELIMITED BY SIZE
                  LINE-COUNT-ED DELIMITED BY SIZE
                  TEXT-VERIFY-SEQ-LABEL DELIMITED BY SIZE
                  FOUND-SEQUENCE-ED DELIMITED BY SIZE
                  TEXT-VERIFY-EXPECTED-LABEL DELIMITED BY SIZE
                  EXPECTED-SEQUENCE-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  PROBLEM-TEXT DELIMITED BY SIZE
                  INTO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.

       PRINT-LEDGER-TOTALS.
           MOVE LEDGER-LINE-COUNT TO LINE-COUNT-ED.
           MOVE LEDGER-CHAINED-COUNT TO CHAINED-COUNT-ED.
           MOVE LEDGER-OLDER-COUNT TO OLDER-COUNT-ED.
           MOVE LEDGER-PROBLEM-COUNT TO PROBLEM-COUNT-ED.
           MOVE SPACE TO CHAIN-REPORT-LINE.
           STRING LEDGER-NAME DELIMITED BY SIZE
                  TEXT-VERIFY-READ DELIMITED BY SIZE
                  LINE-COUNT-ED DELIMITED BY SIZE
                  TEXT-VERIFY-CHAINED DELIMITED BY SIZE
                  CHAINED-COUNT-ED DELIMITED BY SIZE
                  TEXT-VERIFY-OLDER DELIMITED BY SIZE
                  OLDER-COUNT-ED DELIMITED BY SIZE
                  TEXT-VERIFY-PROBLEMS DELIMITED BY SIZE
                  PROBLEM-COUNT-ED DELIMITED BY SIZE
                  INTO CHAIN-REPORT-LINE.
           WRITE CHAIN-REPORT-LINE.

       NOTE-RUN-START.
           MOVE "VERIFY-AUDIT-CHAIN" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE TOTAL-LINE-COUNT TO RLC-READ-COUNT.
           MOVE TOTAL-PROBLEM-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.
      * Set after the CALL: the subprogram comes back clean and
      * would wipe a code set any earlier.
           IF RLC-STATUS = "ERROR"
               MOVE 8 TO RETURN-CODE.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "VERIFY-WS-ENG.cbl".

       END PROGRAM VERIFY-AUDIT-CHAIN.
