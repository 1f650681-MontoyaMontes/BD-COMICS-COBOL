       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKTAKE-RECONCILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "STKCOUNT-PHYSIC-FILE.cbl".
       COPY "STKEXC-PHYSIC-FILE.cbl".
       COPY "STKRPT-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "STKCOUNT-LOGIC-FILE.cbl".
       COPY "STKEXC-LOGIC-FILE.cbl".
       COPY "STKRPT-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       77 EOF-SWITCH PIC X.
       77 END-OF-COUNT PIC X.
       77 END-OF-EXCEPTIONS PIC X.
       77 COUNT-OPEN PIC X.
       77 COUNT-LOCATION PIC X(10).
       77 COUNT-DATE PIC 9(08).
       77 SCAN-COUNT PIC 9(04).
       77 SCAN-INDEX PIC 9(04).
       77 SCAN-FOUND PIC X.
       77 SEARCH-BARCODE PIC X(13).
       77 SCANS-READ PIC 9(07).
       77 SCAN-OVERFLOW PIC 9(07).
       77 EXPECTED-COUNT PIC 9(07).
       77 MATCHED-COUNT PIC 9(07).
       77 MISSING-COUNT PIC 9(07).
       77 MISPLACED-COUNT PIC 9(07).
       77 UNKNOWN-COUNT PIC 9(07).
       77 REPEAT-COUNT PIC 9(07).
       77 EXCEPTION-COUNT PIC 9(07).
       77 CANDIDATE-COUNT PIC 9(04).
       77 BARCODE-EOF PIC X.
       77 OLD-EXC-COUNT PIC 9(03).
       77 OLD-EXC-INDEX PIC 9(03).
       77 REPORT-TYPE PIC X.
       77 SECTION-HEADING PIC X(60).
       77 SECTION-COUNT PIC 9(07).
       77 COUNT-ED PIC Z(6)9.
       77 STKCOUNT-FILE-STATUS PIC X(02).
       77 STKEXC-FILE-STATUS PIC X(02).
      * One row per distinct barcode in the count, with how many
      * times it was scanned and how many of those the box
      * accounted for; whatever is left over after the box has been
      * checked was found here but is filed somewhere else.
       01 SCAN-TABLE.
           05 SCAN-ENTRY OCCURS 500 TIMES.
               10 SC-BARCODE PIC X(13).
               10 SC-SCANNED PIC 9(04).
               10 SC-LEFT    PIC 9(04).
      * Exceptions already rejected on the previous run of the same
      * count stay rejected, so a box counted once is not argued
      * over again every night.
       01 OLD-EXC-TABLE.
           05 OLD-EXC-ENTRY OCCURS 500 TIMES.
               10 OX-KEY      PIC X(19).
               10 OX-DECISION PIC X(01).

       COPY "STOCKTAKE-WS-ESP.cbl".

      * Compares the cover scans of the open count with what the
      * master says is filed in that box. Three kinds of exception
      * come out of it: comics on file for the box that were not
      * scanned, comics scanned that the file places in another
      * box, and barcodes that match nothing on the master. The
      * master is only read here; corrections are posted from
      * STOCKTAKE-RECORD once somebody approves them.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           MOVE ZEROES TO SCANS-READ.
           MOVE ZEROES TO SCAN-OVERFLOW.
           MOVE ZEROES TO EXPECTED-COUNT.
           MOVE ZEROES TO MATCHED-COUNT.
           MOVE ZEROES TO MISSING-COUNT.
           MOVE ZEROES TO MISPLACED-COUNT.
           MOVE ZEROES TO UNKNOWN-COUNT.
           MOVE ZEROES TO REPEAT-COUNT.
           MOVE ZEROES TO EXCEPTION-COUNT.
           OPEN OUTPUT STKRPT-FILE.
           MOVE TEXT-RECON-TITLE TO STKRPT-LINE.
           WRITE STKRPT-LINE.
           PERFORM LOAD-SCANS.
           IF COUNT-OPEN = "N"
               MOVE TEXT-RECON-NO-COUNT TO STKRPT-LINE
               WRITE STKRPT-LINE
           ELSE
               PERFORM RECONCILE-COUNT.
           CLOSE STKRPT-FILE.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain; run on its own
      * it still ends the run unit the same way.
           END-PROGRAM.
               GOBACK.

       RECONCILE-COUNT.
           PERFORM LOAD-OLD-DECISIONS.
           OPEN INPUT COMICS-FILE.
           OPEN OUTPUT STKEXC-FILE.
           PERFORM CHECK-BOX-ON-FILE.
           PERFORM CHECK-LEFTOVER-SCANS.
           CLOSE STKEXC-FILE.
           CLOSE COMICS-FILE.
           PERFORM PRINT-RECONCILIATION.

      * The first line of the count names the box; every line
      * after it is one cover scanned there.
       LOAD-SCANS.
           MOVE "N" TO COUNT-OPEN.
           MOVE ZEROES TO SCAN-COUNT.
           OPEN INPUT STKCOUNT-FILE.
           IF STKCOUNT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO END-OF-COUNT
               PERFORM READ-COUNT-LINE
               IF END-OF-COUNT = "N" AND STK-HEADER
                   MOVE "Y" TO COUNT-OPEN
                   MOVE STK-LOC-CODE TO COUNT-LOCATION
                   MOVE STK-DATE TO COUNT-DATE
                   PERFORM READ-COUNT-LINE
                   PERFORM LOAD-ONE-SCAN
                   UNTIL END-OF-COUNT = "Y"
               END-IF
               CLOSE STKCOUNT-FILE.

       READ-COUNT-LINE.
           READ STKCOUNT-FILE
           AT END
               MOVE "Y" TO END-OF-COUNT.

       LOAD-ONE-SCAN.
           IF STK-SCAN
               ADD 1 TO SCANS-READ
               MOVE STK-BARCODE TO SEARCH-BARCODE
               PERFORM FIND-SCAN-ENTRY
               IF SCAN-FOUND = "Y"
                   ADD 1 TO SC-SCANNED(SCAN-INDEX)
                   ADD 1 TO SC-LEFT(SCAN-INDEX)
               ELSE
                   IF SCAN-COUNT < 500
                       ADD 1 TO SCAN-COUNT
                       MOVE STK-BARCODE TO SC-BARCODE(SCAN-COUNT)
                       MOVE 1 TO SC-SCANNED(SCAN-COUNT)
                       MOVE 1 TO SC-LEFT(SCAN-COUNT)
                   ELSE
                       ADD 1 TO SCAN-OVERFLOW.
           PERFORM READ-COUNT-LINE.

       FIND-SCAN-ENTRY.
           MOVE "N" TO SCAN-FOUND.
           MOVE ZEROES TO SCAN-INDEX.
           PERFORM TRY-SCAN-ENTRY
           UNTIL SCAN-FOUND = "Y" OR SCAN-INDEX = SCAN-COUNT.

       TRY-SCAN-ENTRY.
           ADD 1 TO SCAN-INDEX.
           IF SC-BARCODE(SCAN-INDEX) = SEARCH-BARCODE
               MOVE "Y" TO SCAN-FOUND.

       LOAD-OLD-DECISIONS.
           MOVE ZEROES TO OLD-EXC-COUNT.
           OPEN INPUT STKEXC-FILE.
           IF STKEXC-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO END-OF-EXCEPTIONS
               PERFORM READ-EXCEPTION-LINE
               PERFORM LOAD-ONE-OLD-DECISION
               UNTIL END-OF-EXCEPTIONS = "Y"
               CLOSE STKEXC-FILE.

       READ-EXCEPTION-LINE.
           READ STKEXC-FILE
           AT END
               MOVE "Y" TO END-OF-EXCEPTIONS.

       LOAD-ONE-OLD-DECISION.
           IF STX-REJECTED AND STX-COUNT-LOC = COUNT-LOCATION
               AND OLD-EXC-COUNT < 500
               ADD 1 TO OLD-EXC-COUNT
               MOVE STKEXC-RECORD(1:19) TO OX-KEY(OLD-EXC-COUNT)
               MOVE STX-DECISION TO OX-DECISION(OLD-EXC-COUNT).
           PERFORM READ-EXCEPTION-LINE.

      * Pass one: every live comic the master files in the counted
      * box must have been scanned. A comic with no barcode cannot
      * have been, so it always comes out as not scanned. A comic
      * out on loan is not expected on the shelf: reporting it
      * missing would let an approval blank its location.
       CHECK-BOX-ON-FILE.
           PERFORM START-AT-FIRST-RECORD.
           PERFORM CHECK-ONE-COMIC
           UNTIL EOF-SWITCH = "Y".

       START-AT-FIRST-RECORD.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZEROES TO COMIC-ID.
           START COMICS-FILE KEY IS NOT LESS THAN COMIC-ID
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               PERFORM READ-NEXT-COMIC.

       READ-NEXT-COMIC.
           READ COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.

       CHECK-ONE-COMIC.
           IF COMIC-ACTIVE AND COMIC-LOCATION = COUNT-LOCATION
               AND LOAN-TO-NAME = SPACE
               ADD 1 TO EXPECTED-COUNT
               PERFORM MATCH-EXPECTED-COMIC.
           PERFORM READ-NEXT-COMIC.

       MATCH-EXPECTED-COMIC.
           MOVE "N" TO SCAN-FOUND.
           IF COMIC-BARCODE NOT = SPACE
               MOVE COMIC-BARCODE TO SEARCH-BARCODE
               PERFORM FIND-SCAN-ENTRY.
           IF SCAN-FOUND = "Y" AND SC-LEFT(SCAN-INDEX) > ZEROES
               SUBTRACT 1 FROM SC-LEFT(SCAN-INDEX)
               ADD 1 TO MATCHED-COUNT
           ELSE
               MOVE SPACE TO STKEXC-RECORD
               SET STX-MISSING TO TRUE
               MOVE COMIC-ID TO STX-COMIC-ID
               MOVE COMIC-BARCODE TO STX-BARCODE
               MOVE COMIC-LOCATION TO STX-FILE-LOC
               MOVE COUNT-LOCATION TO STX-COUNT-LOC
               MOVE ZEROES TO STX-POST-DATE
               PERFORM WRITE-EXCEPTION
               ADD 1 TO MISSING-COUNT.

      * Pass two: a scan the box did not account for is looked up
      * by barcode. Live comics filed in another box are misplaced;
      * if the barcode only names comics already matched in this
      * box, the cover was simply scanned twice; anything else is
      * unknown to the master.
       CHECK-LEFTOVER-SCANS.
           MOVE ZEROES TO SCAN-INDEX.
           PERFORM CHECK-ONE-LEFTOVER
           UNTIL SCAN-INDEX = SCAN-COUNT.

       CHECK-ONE-LEFTOVER.
           ADD 1 TO SCAN-INDEX.
           IF SC-LEFT(SCAN-INDEX) > ZEROES
               PERFORM LOOK-UP-LEFTOVER.

       LOOK-UP-LEFTOVER.
           MOVE ZEROES TO CANDIDATE-COUNT.
           MOVE "N" TO SCAN-FOUND.
           MOVE SC-BARCODE(SCAN-INDEX) TO COMIC-BARCODE.
           MOVE "N" TO BARCODE-EOF.
           START COMICS-FILE KEY IS = COMIC-BARCODE
               INVALID KEY
               MOVE "Y" TO BARCODE-EOF.
           IF BARCODE-EOF = "N"
               PERFORM READ-NEXT-BY-BARCODE.
           PERFORM CHECK-BARCODE-CANDIDATE
           UNTIL BARCODE-EOF = "Y".
           IF CANDIDATE-COUNT = ZEROES
               IF SCAN-FOUND = "Y"
                   ADD SC-LEFT(SCAN-INDEX) TO REPEAT-COUNT
               ELSE
                   MOVE SPACE TO STKEXC-RECORD
                   SET STX-UNKNOWN TO TRUE
                   MOVE ZEROES TO STX-COMIC-ID
                   MOVE SC-BARCODE(SCAN-INDEX) TO STX-BARCODE
                   MOVE COUNT-LOCATION TO STX-COUNT-LOC
                   MOVE ZEROES TO STX-POST-DATE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO UNKNOWN-COUNT.

       READ-NEXT-BY-BARCODE.
           READ COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO BARCODE-EOF.
           IF BARCODE-EOF = "N"
               IF COMIC-BARCODE NOT = SC-BARCODE(SCAN-INDEX)
                   MOVE "Y" TO BARCODE-EOF.

      * SCAN-FOUND is reused here to remember that the barcode does
      * belong to a live comic in this very box.
       CHECK-BARCODE-CANDIDATE.
           IF COMIC-ACTIVE
               IF COMIC-LOCATION = COUNT-LOCATION
                   MOVE "Y" TO SCAN-FOUND
               ELSE
                   ADD 1 TO CANDIDATE-COUNT
                   MOVE SPACE TO STKEXC-RECORD
                   SET STX-MISPLACED TO TRUE
                   MOVE COMIC-ID TO STX-COMIC-ID
                   MOVE COMIC-BARCODE TO STX-BARCODE
                   MOVE COMIC-LOCATION TO STX-FILE-LOC
                   MOVE COUNT-LOCATION TO STX-COUNT-LOC
                   MOVE ZEROES TO STX-POST-DATE
                   PERFORM WRITE-EXCEPTION
                   ADD 1 TO MISPLACED-COUNT.
           PERFORM READ-NEXT-BY-BARCODE.

       WRITE-EXCEPTION.
           SET STX-UNDECIDED TO TRUE.
           MOVE ZEROES TO OLD-EXC-INDEX.
           PERFORM CARRY-OLD-DECISION
           UNTIL OLD-EXC-INDEX = OLD-EXC-COUNT.
           WRITE STKEXC-RECORD.
           ADD 1 TO EXCEPTION-COUNT.

       CARRY-OLD-DECISION.
           ADD 1 TO OLD-EXC-INDEX.
           IF OX-KEY(OLD-EXC-INDEX) = STKEXC-RECORD(1:19)
               MOVE OX-DECISION(OLD-EXC-INDEX) TO STX-DECISION.

      * The exceptions file is read back once per section, so the
      * report groups them by kind whatever order they were found.
       PRINT-RECONCILIATION.
           MOVE SPACE TO STKRPT-LINE.
           STRING TEXT-RECON-BOX DELIMITED BY SIZE
                  COUNT-LOCATION DELIMITED BY SIZE
                  TEXT-RECON-COUNTED-ON DELIMITED BY SIZE
                  COUNT-DATE DELIMITED BY SIZE
                  INTO STKRPT-LINE.
           WRITE STKRPT-LINE.
           MOVE "M" TO REPORT-TYPE.
           MOVE TEXT-RECON-MISSING-HEAD TO SECTION-HEADING.
           PERFORM PRINT-EXCEPTION-SECTION.
           MOVE "P" TO REPORT-TYPE.
           MOVE TEXT-RECON-MISPLACED-HEAD TO SECTION-HEADING.
           PERFORM PRINT-EXCEPTION-SECTION.
           MOVE "U" TO REPORT-TYPE.
           MOVE TEXT-RECON-UNKNOWN-HEAD TO SECTION-HEADING.
           PERFORM PRINT-EXCEPTION-SECTION.
           PERFORM PRINT-RECON-TOTALS.

       PRINT-EXCEPTION-SECTION.
           MOVE SPACE TO STKRPT-LINE.
           WRITE STKRPT-LINE.
           MOVE SECTION-HEADING TO STKRPT-LINE.
           WRITE STKRPT-LINE.
           MOVE ZEROES TO SECTION-COUNT.
           OPEN INPUT STKEXC-FILE.
           MOVE "N" TO END-OF-EXCEPTIONS.
           PERFORM READ-EXCEPTION-LINE.
           PERFORM PRINT-ONE-EXCEPTION
           UNTIL END-OF-EXCEPTIONS = "Y".
           CLOSE STKEXC-FILE.
           IF SECTION-COUNT = ZEROES
               MOVE TEXT-RECON-NONE TO STKRPT-LINE
               WRITE STKRPT-LINE.

       PRINT-ONE-EXCEPTION.
           IF STX-TYPE = REPORT-TYPE
               ADD 1 TO SECTION-COUNT
               MOVE SPACE TO STKRPT-LINE
               IF STX-UNKNOWN
                   STRING TEXT-RECON-BARCODE-LABEL DELIMITED BY SIZE
                          STX-BARCODE DELIMITED BY SIZE
                          INTO STKRPT-LINE
               ELSE
                   STRING TEXT-RECON-ID-LABEL DELIMITED BY SIZE
                          STX-COMIC-ID DELIMITED BY SIZE
                          TEXT-RECON-BARCODE-LABEL DELIMITED BY SIZE
                          STX-BARCODE DELIMITED BY SIZE
                          TEXT-RECON-FILED-LABEL DELIMITED BY SIZE
                          STX-FILE-LOC DELIMITED BY SIZE
                          INTO STKRPT-LINE
               END-IF
               IF STX-REJECTED
                   MOVE TEXT-RECON-REJECTED-FLAG TO STKRPT-LINE(80:20)
               END-IF
               WRITE STKRPT-LINE.
           PERFORM READ-EXCEPTION-LINE.

       PRINT-RECON-TOTALS.
           MOVE SPACE TO STKRPT-LINE.
           WRITE STKRPT-LINE.
           MOVE SCANS-READ TO COUNT-ED.
           MOVE TEXT-RECON-TOTAL-SCANS TO STKRPT-LINE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE EXPECTED-COUNT TO COUNT-ED.
           MOVE TEXT-RECON-TOTAL-EXPECTED TO STKRPT-LINE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE MATCHED-COUNT TO COUNT-ED.
           MOVE TEXT-RECON-TOTAL-MATCHED TO STKRPT-LINE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE MISSING-COUNT TO COUNT-ED.
           MOVE TEXT-RECON-TOTAL-MISSING TO STKRPT-LINE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE MISPLACED-COUNT TO COUNT-ED.
           MOVE TEXT-RECON-TOTAL-MISPLACED TO STKRPT-LINE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE UNKNOWN-COUNT TO COUNT-ED.
           MOVE TEXT-RECON-TOTAL-UNKNOWN TO STKRPT-LINE.
           PERFORM WRITE-TOTAL-LINE.
           MOVE REPEAT-COUNT TO COUNT-ED.
           MOVE TEXT-RECON-TOTAL-REPEATS TO STKRPT-LINE.
           PERFORM WRITE-TOTAL-LINE.
           IF SCAN-OVERFLOW NOT = ZEROES
               MOVE TEXT-RECON-TRUNCATED TO STKRPT-LINE
               WRITE STKRPT-LINE.

       WRITE-TOTAL-LINE.
           MOVE COUNT-ED TO STKRPT-LINE(40:7).
           WRITE STKRPT-LINE.


       NOTE-RUN-START.
           MOVE "STOCKTAKE-RECONCILE" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE SCANS-READ TO RLC-READ-COUNT.
           MOVE EXCEPTION-COUNT TO RLC-WRITTEN-COUNT.
           MOVE SCAN-OVERFLOW TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "STOCKTAKE-WS-ENG.cbl".

       END PROGRAM STOCKTAKE-RECONCILE.
