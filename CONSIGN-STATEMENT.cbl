       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGN-STATEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "CONSIGN-PHYSIC-FILE.cbl".
       COPY "CSGSTMT-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "CONSIGN-LOGIC-FILE.cbl".
       COPY "CSGSTMT-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       77 END-OF-CONSIGNMENTS PIC X.
       77 CONSIGN-FILE-STATUS PIC X(02).
       77 DEALER-COUNT PIC 9(03).
       77 DEALER-INDEX PIC 9(03).
       77 DEALER-FOUND PIC X.
       77 OVERFLOW-COUNT PIC 9(07).
       77 LINE-COUNT PIC 9(07).
       77 OUT-COUNT PIC 9(05).
       77 SOLD-COUNT PIC 9(05).
       77 RETURNED-COUNT PIC 9(05).
       77 GROSS-TOTAL PIC 9(07)V99.
       77 COMMISSION-TOTAL PIC 9(07)V99.
       77 NET-TOTAL PIC 9(07)V99.
       77 LINE-STATE PIC X(12).
       77 AMOUNT-ED PIC Z(4)9.99.
       77 COMMISSION-ED PIC Z(4)9.99.
       77 NET-ED PIC Z(4)9.99.
       77 TOTAL-ED PIC Z(6)9.99.
       77 COUNT-ED PIC Z(4)9.
       77 OVERFLOW-COUNT-ED PIC Z(6)9.

      * The dealers that appear on the ledger, in the order first
      * met; the ledger is then read once per dealer to print that
      * dealer's section.
       01 DEALER-TABLE.
           05 DEALER-ENTRY OCCURS 50 TIMES PIC X(20).

       COPY "CONSIGN-WS-ESP.cbl".

      * What every dealer holds for us and what they have sold:
      * each consignment line with its state, then the books still
      * out and the gross, commission and net of the sales.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           MOVE ZEROES TO DEALER-COUNT.
           MOVE ZEROES TO OVERFLOW-COUNT.
           MOVE ZEROES TO LINE-COUNT.
           OPEN OUTPUT CSGSTMT-FILE.
           MOVE TEXT-STMT-TITLE TO CSGSTMT-LINE.
           WRITE CSGSTMT-LINE.
           OPEN INPUT CONSIGN-FILE.
           IF CONSIGN-FILE-STATUS = "35"
               MOVE TEXT-STMT-NONE TO CSGSTMT-LINE
               WRITE CSGSTMT-LINE
           ELSE
               CLOSE CONSIGN-FILE
               PERFORM COLLECT-DEALERS
               PERFORM PRINT-ALL-DEALERS.
           CLOSE CSGSTMT-FILE.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

       COLLECT-DEALERS.
           OPEN INPUT CONSIGN-FILE.
           MOVE "N" TO END-OF-CONSIGNMENTS.
           PERFORM READ-CONSIGN-LINE.
           PERFORM NOTE-ONE-DEALER
           UNTIL END-OF-CONSIGNMENTS = "Y".
           CLOSE CONSIGN-FILE.

       READ-CONSIGN-LINE.
           READ CONSIGN-FILE
           AT END
               MOVE "Y" TO END-OF-CONSIGNMENTS.

       NOTE-ONE-DEALER.
           ADD 1 TO LINE-COUNT.
           MOVE "N" TO DEALER-FOUND.
           MOVE ZEROES TO DEALER-INDEX.
           PERFORM SCAN-DEALER-TABLE
           UNTIL DEALER-INDEX = DEALER-COUNT OR
           DEALER-FOUND = "Y".
           IF DEALER-FOUND = "N"
               IF DEALER-COUNT < 50
                   ADD 1 TO DEALER-COUNT
                   MOVE CSG-DEALER TO DEALER-ENTRY(DEALER-COUNT)
               ELSE
                   ADD 1 TO OVERFLOW-COUNT.
           PERFORM READ-CONSIGN-LINE.

       SCAN-DEALER-TABLE.
           ADD 1 TO DEALER-INDEX.
           IF DEALER-ENTRY(DEALER-INDEX) = CSG-DEALER
               MOVE "Y" TO DEALER-FOUND.

       PRINT-ALL-DEALERS.
           IF DEALER-COUNT = ZEROES
               MOVE TEXT-STMT-NONE TO CSGSTMT-LINE
               WRITE CSGSTMT-LINE
           ELSE
               MOVE ZEROES TO DEALER-INDEX
               PERFORM PRINT-ONE-DEALER
               UNTIL DEALER-INDEX = DEALER-COUNT.
           IF OVERFLOW-COUNT NOT = ZEROES
               PERFORM PRINT-OVERFLOW-WARNING.

       PRINT-ONE-DEALER.
           ADD 1 TO DEALER-INDEX.
           MOVE ZEROES TO OUT-COUNT.
           MOVE ZEROES TO SOLD-COUNT.
           MOVE ZEROES TO RETURNED-COUNT.
           MOVE ZEROES TO GROSS-TOTAL.
           MOVE ZEROES TO COMMISSION-TOTAL.
           MOVE ZEROES TO NET-TOTAL.
           MOVE SPACE TO CSGSTMT-LINE.
           WRITE CSGSTMT-LINE.
           MOVE SPACE TO CSGSTMT-LINE.
           STRING TEXT-STMT-DEALER DELIMITED BY SIZE
                  DEALER-ENTRY(DEALER-INDEX) DELIMITED BY SIZE
                  INTO CSGSTMT-LINE.
           WRITE CSGSTMT-LINE.
           MOVE TEXT-STMT-HEADING TO CSGSTMT-LINE.
           WRITE CSGSTMT-LINE.
           OPEN INPUT CONSIGN-FILE.
           MOVE "N" TO END-OF-CONSIGNMENTS.
           PERFORM READ-CONSIGN-LINE.
           PERFORM PRINT-DEALER-LINE
           UNTIL END-OF-CONSIGNMENTS = "Y".
           CLOSE CONSIGN-FILE.
           PERFORM PRINT-DEALER-TOTALS.

      * Still out means not yet settled, whether or not the dealer
      * has reported on it; only settled sales count as money.
       PRINT-DEALER-LINE.
           IF CSG-DEALER = DEALER-ENTRY(DEALER-INDEX)
               PERFORM DESCRIBE-LINE-STATE
               MOVE CSG-SALE-PRICE TO AMOUNT-ED
               MOVE CSG-COMMISSION TO COMMISSION-ED
               MOVE CSG-NET-AMOUNT TO NET-ED
               MOVE SPACE TO CSGSTMT-LINE
               STRING CSG-COMIC-ID DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      CSG-DATE-OUT DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      LINE-STATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AMOUNT-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      COMMISSION-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      NET-ED DELIMITED BY SIZE
                      INTO CSGSTMT-LINE
               WRITE CSGSTMT-LINE.
           PERFORM READ-CONSIGN-LINE.

       DESCRIBE-LINE-STATE.
           IF CSG-OPEN
               ADD 1 TO OUT-COUNT
               IF CSG-NOT-REPORTED
                   MOVE TEXT-STMT-STATE-OUT TO LINE-STATE
               ELSE
                   MOVE TEXT-STMT-STATE-REPORTED TO LINE-STATE
               END-IF
           ELSE
               IF CSG-REPORTED-SOLD
                   MOVE TEXT-STMT-STATE-SOLD TO LINE-STATE
                   ADD 1 TO SOLD-COUNT
                   ADD CSG-SALE-PRICE TO GROSS-TOTAL
                   ADD CSG-COMMISSION TO COMMISSION-TOTAL
                   ADD CSG-NET-AMOUNT TO NET-TOTAL
               ELSE
                   MOVE TEXT-STMT-STATE-RETURNED TO LINE-STATE
                   ADD 1 TO RETURNED-COUNT.

       PRINT-DEALER-TOTALS.
           MOVE OUT-COUNT TO COUNT-ED.
           MOVE SPACE TO CSGSTMT-LINE.
           STRING TEXT-STMT-OUT-TOTAL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO CSGSTMT-LINE.
           WRITE CSGSTMT-LINE.
           MOVE SOLD-COUNT TO COUNT-ED.
           MOVE SPACE TO CSGSTMT-LINE.
           STRING TEXT-STMT-SOLD-TOTAL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO CSGSTMT-LINE.
           WRITE CSGSTMT-LINE.
           MOVE RETURNED-COUNT TO COUNT-ED.
           MOVE SPACE TO CSGSTMT-LINE.
           STRING TEXT-STMT-RETURNED-TOTAL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO CSGSTMT-LINE.
           WRITE CSGSTMT-LINE.
           MOVE GROSS-TOTAL TO TOTAL-ED.
           MOVE SPACE TO CSGSTMT-LINE.
           STRING TEXT-STMT-GROSS-TOTAL DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO CSGSTMT-LINE.
           WRITE CSGSTMT-LINE.
           MOVE COMMISSION-TOTAL TO TOTAL-ED.
           MOVE SPACE TO CSGSTMT-LINE.
           STRING TEXT-STMT-COMMISSION-TOTAL DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO CSGSTMT-LINE.
           WRITE CSGSTMT-LINE.
           MOVE NET-TOTAL TO TOTAL-ED.
           MOVE SPACE TO CSGSTMT-LINE.
           STRING TEXT-STMT-NET-TOTAL DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO CSGSTMT-LINE.
           WRITE CSGSTMT-LINE.

      * The table caps at 50 dealers so a bigger spread does not
      * silently drop the excess without any indication.
       PRINT-OVERFLOW-WARNING.
           MOVE OVERFLOW-COUNT TO OVERFLOW-COUNT-ED.
           MOVE SPACE TO CSGSTMT-LINE.
           STRING TEXT-STMT-TRUNCATED DELIMITED BY SIZE
                  OVERFLOW-COUNT-ED DELIMITED BY SIZE
                  INTO CSGSTMT-LINE.
           WRITE CSGSTMT-LINE.

       NOTE-RUN-START.
           MOVE "CONSIGN-STATEMENT" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE LINE-COUNT TO RLC-READ-COUNT.
           MOVE DEALER-COUNT TO RLC-WRITTEN-COUNT.
           MOVE OVERFLOW-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "CONSIGN-WS-ENG.cbl".

       END PROGRAM CONSIGN-STATEMENT.
