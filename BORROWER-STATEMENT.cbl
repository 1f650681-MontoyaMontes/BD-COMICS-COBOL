       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORROWER-STATEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "BORLEDG-PHYSIC-FILE.cbl".
       COPY "BORSTMT-PHYSIC-FILE.cbl".

       COPY "PARAMS-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "BORLEDG-LOGIC-FILE.cbl".
       COPY "BORSTMT-LOGIC-FILE.cbl".

       COPY "PARAMS-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       77 UNATTENDED-MODE PIC X.
       77 PARAMS-FILE-STATUS PIC X(02).
       77 BORLEDG-FILE-STATUS PIC X(02).
       77 END-OF-LEDGER PIC X.
       77 WANTED-BORROWER PIC X(30).
       77 TODAY-DATE PIC 9(08).
       77 BORROWER-COUNT PIC 9(03).
       77 BORROWER-INDEX PIC 9(03).
       77 BORROWER-FOUND PIC X.
       77 OVERFLOW-COUNT PIC 9(07).
       77 LINE-COUNT PIC 9(07).
       77 RUNNING-BALANCE PIC S9(09)V99.
       77 CHARGES-TOTAL PIC 9(09)V99.
       77 CREDITS-TOTAL PIC 9(09)V99.
       77 TYPE-LABEL PIC X(12).
       77 AMOUNT-SHOWN PIC Z(6)9.99.
       77 BALANCE-SHOWN PIC -(8)9.99.
       77 TOTAL-SHOWN PIC Z(8)9.99.
       77 OVERFLOW-COUNT-ED PIC Z(6)9.

      * The borrowers that appear on the ledger, in the order first
      * met; the ledger is then read once per borrower to print that
      * person's statement, the way CONSIGN-STATEMENT does dealers.
       01 BORROWER-TABLE.
           05 BORROWER-ENTRY OCCURS 200 TIMES PIC X(30).

       COPY "BORACCT-WS-ESP.cbl".

      * What each borrower owes and how it came about: every fee,
      * claim charge, payment and waiver on their account, oldest
      * first, with the balance after each line and the totals at
      * the foot. At the console one name can be asked for; blank,
      * or a run nobody is watching, prints everyone with a line on
      * the ledger.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           PERFORM LOAD-BATCH-PARAMS.
           PERFORM ASK-WANTED-BORROWER.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE ZEROES TO BORROWER-COUNT.
           MOVE ZEROES TO OVERFLOW-COUNT.
           MOVE ZEROES TO LINE-COUNT.
           OPEN OUTPUT BORSTMT-FILE.
           MOVE SPACE TO BORSTMT-LINE.
           STRING TEXT-STMT-BOR-TITLE DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO BORSTMT-LINE.
           WRITE BORSTMT-LINE.
           OPEN INPUT BORLEDG-FILE.
           IF BORLEDG-FILE-STATUS = "35"
               MOVE TEXT-STMT-BOR-NONE TO BORSTMT-LINE
               WRITE BORSTMT-LINE
           ELSE
               CLOSE BORLEDG-FILE
               PERFORM COLLECT-BORROWERS
               PERFORM PRINT-ALL-BORROWERS.
           CLOSE BORSTMT-FILE.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

       ASK-WANTED-BORROWER.
           MOVE SPACE TO WANTED-BORROWER.
           IF UNATTENDED-MODE = "N"
               DISPLAY " "
               DISPLAY TEXT-STMT-BOR-PROMPT
               ACCEPT WANTED-BORROWER.

       COLLECT-BORROWERS.
           OPEN INPUT BORLEDG-FILE.
           MOVE "N" TO END-OF-LEDGER.
           PERFORM READ-LEDGER-LINE.
           PERFORM NOTE-ONE-BORROWER
           UNTIL END-OF-LEDGER = "Y".
           CLOSE BORLEDG-FILE.

       READ-LEDGER-LINE.
           READ BORLEDG-FILE
           AT END
               MOVE "Y" TO END-OF-LEDGER.

       NOTE-ONE-BORROWER.
           ADD 1 TO LINE-COUNT.
           IF WANTED-BORROWER = SPACE OR
              BLG-BORROWER = WANTED-BORROWER
               PERFORM ADD-BORROWER-IF-NEW.
           PERFORM READ-LEDGER-LINE.

       ADD-BORROWER-IF-NEW.
           MOVE "N" TO BORROWER-FOUND.
           MOVE ZEROES TO BORROWER-INDEX.
           PERFORM SCAN-BORROWER-TABLE
           UNTIL BORROWER-INDEX = BORROWER-COUNT OR
           BORROWER-FOUND = "Y".
           IF BORROWER-FOUND = "N"
               IF BORROWER-COUNT < 200
                   ADD 1 TO BORROWER-COUNT
                   MOVE BLG-BORROWER TO BORROWER-ENTRY(BORROWER-COUNT)
               ELSE
                   ADD 1 TO OVERFLOW-COUNT.

       SCAN-BORROWER-TABLE.
           ADD 1 TO BORROWER-INDEX.
           IF BORROWER-ENTRY(BORROWER-INDEX) = BLG-BORROWER
               MOVE "Y" TO BORROWER-FOUND.

       PRINT-ALL-BORROWERS.
           IF BORROWER-COUNT = ZEROES
               MOVE TEXT-STMT-BOR-NONE TO BORSTMT-LINE
               WRITE BORSTMT-LINE
           ELSE
               MOVE ZEROES TO BORROWER-INDEX
               PERFORM PRINT-ONE-BORROWER
               UNTIL BORROWER-INDEX = BORROWER-COUNT.
           IF OVERFLOW-COUNT NOT = ZEROES
               PERFORM PRINT-OVERFLOW-WARNING.

       PRINT-ONE-BORROWER.
           ADD 1 TO BORROWER-INDEX.
           MOVE ZEROES TO RUNNING-BALANCE.
           MOVE ZEROES TO CHARGES-TOTAL.
           MOVE ZEROES TO CREDITS-TOTAL.
           MOVE SPACE TO BORSTMT-LINE.
           WRITE BORSTMT-LINE.
           MOVE SPACE TO BORSTMT-LINE.
           STRING TEXT-ACCT-SHOW-NAME DELIMITED BY SIZE
                  BORROWER-ENTRY(BORROWER-INDEX) DELIMITED BY SIZE
                  INTO BORSTMT-LINE.
           WRITE BORSTMT-LINE.
           MOVE TEXT-ACCT-LIST-TITLE TO BORSTMT-LINE.
           WRITE BORSTMT-LINE.
           OPEN INPUT BORLEDG-FILE.
           MOVE "N" TO END-OF-LEDGER.
           PERFORM READ-LEDGER-LINE.
           PERFORM PRINT-BORROWER-LINE
           UNTIL END-OF-LEDGER = "Y".
           CLOSE BORLEDG-FILE.
           PERFORM PRINT-BORROWER-TOTALS.

       PRINT-BORROWER-LINE.
           IF BLG-BORROWER = BORROWER-ENTRY(BORROWER-INDEX)
               PERFORM DESCRIBE-LEDGER-LINE
               MOVE BLG-AMOUNT TO AMOUNT-SHOWN
               MOVE RUNNING-BALANCE TO BALANCE-SHOWN
               MOVE SPACE TO BORSTMT-LINE
               STRING BLG-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      TYPE-LABEL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      BLG-COMIC-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      AMOUNT-SHOWN DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      BALANCE-SHOWN DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      BLG-NOTE DELIMITED BY SIZE
                      INTO BORSTMT-LINE
               WRITE BORSTMT-LINE.
           PERFORM READ-LEDGER-LINE.

       DESCRIBE-LEDGER-LINE.
           EVALUATE TRUE
               WHEN BLG-LATE-FEE
                   MOVE TEXT-ACCT-TYPE-FEE TO TYPE-LABEL
                   ADD BLG-AMOUNT TO RUNNING-BALANCE
                   ADD BLG-AMOUNT TO CHARGES-TOTAL
               WHEN BLG-CLAIM-CHARGE
                   MOVE TEXT-ACCT-TYPE-CLAIM TO TYPE-LABEL
                   ADD BLG-AMOUNT TO RUNNING-BALANCE
                   ADD BLG-AMOUNT TO CHARGES-TOTAL
               WHEN BLG-PAYMENT
                   MOVE TEXT-ACCT-TYPE-PAYMENT TO TYPE-LABEL
                   SUBTRACT BLG-AMOUNT FROM RUNNING-BALANCE
                   ADD BLG-AMOUNT TO CREDITS-TOTAL
               WHEN OTHER
                   MOVE TEXT-ACCT-TYPE-WAIVER TO TYPE-LABEL
                   SUBTRACT BLG-AMOUNT FROM RUNNING-BALANCE
                   ADD BLG-AMOUNT TO CREDITS-TOTAL
           END-EVALUATE.

       PRINT-BORROWER-TOTALS.
           MOVE CHARGES-TOTAL TO TOTAL-SHOWN.
           MOVE SPACE TO BORSTMT-LINE.
           STRING TEXT-STMT-BOR-CHARGES DELIMITED BY SIZE
                  TOTAL-SHOWN DELIMITED BY SIZE
                  INTO BORSTMT-LINE.
           WRITE BORSTMT-LINE.
           MOVE CREDITS-TOTAL TO TOTAL-SHOWN.
           MOVE SPACE TO BORSTMT-LINE.
           STRING TEXT-STMT-BOR-CREDITS DELIMITED BY SIZE
                  TOTAL-SHOWN DELIMITED BY SIZE
                  INTO BORSTMT-LINE.
           WRITE BORSTMT-LINE.
           MOVE RUNNING-BALANCE TO BALANCE-SHOWN.
           MOVE SPACE TO BORSTMT-LINE.
           STRING TEXT-ACCT-BALANCE-NOW DELIMITED BY SIZE
                  BALANCE-SHOWN DELIMITED BY SIZE
                  INTO BORSTMT-LINE.
           WRITE BORSTMT-LINE.

      * The table caps at 200 people so a bigger ledger does not
      * silently drop the excess without any indication.
       PRINT-OVERFLOW-WARNING.
           MOVE OVERFLOW-COUNT TO OVERFLOW-COUNT-ED.
           MOVE SPACE TO BORSTMT-LINE.
           STRING TEXT-STMT-BOR-TRUNCATED DELIMITED BY SIZE
                  OVERFLOW-COUNT-ED DELIMITED BY SIZE
                  INTO BORSTMT-LINE.
           WRITE BORSTMT-LINE.

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
           MOVE "BORROWER-STATEMENT" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE LINE-COUNT TO RLC-READ-COUNT.
           MOVE BORROWER-COUNT TO RLC-WRITTEN-COUNT.
           MOVE OVERFLOW-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "BORACCT-WS-ENG.cbl".

       END PROGRAM BORROWER-STATEMENT.
