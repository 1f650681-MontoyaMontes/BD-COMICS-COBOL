       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGN-SETTLE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "CONSIGN-PHYSIC-FILE.cbl".
       COPY "SALES-PHYSIC-FILE.cbl".
       COPY "LISTING-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "CONSIGN-LOGIC-FILE.cbl".
       COPY "SALES-LOGIC-FILE.cbl".
       COPY "LISTING-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       77 END-OF-CONSIGNMENTS PIC X.
       77 RECORD-FOUND PIC X.
       77 CONSIGN-KEEP-COUNT PIC 9(03).
       77 CONSIGN-INDEX PIC 9(03).
       77 CONSIGN-TOO-BIG PIC X.
       77 SETTLE-DATE-WORK PIC 9(08).
       77 READ-COUNT PIC 9(07).
       77 SOLD-COUNT PIC 9(07).
       77 RETURNED-COUNT PIC 9(07).
       77 SKIPPED-COUNT PIC 9(07).
       77 SETTLED-COUNT PIC 9(07).
       77 TOTAL-NET PIC 9(09)V99.
       77 TOTAL-NET-ED PIC Z(8)9.99.
       77 SOLD-COUNT-ED PIC Z(6)9.
       77 RETURNED-COUNT-ED PIC Z(6)9.
       77 SKIPPED-COUNT-ED PIC Z(6)9.
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 CONSIGN-FILE-STATUS PIC X(02).
       77 SALES-FILE-STATUS PIC X(02).
       77 LISTING-FILE-STATUS PIC X(02).
      * The ledger is rewritten with the settled lines marked, so
      * it is buffered here first, a line at a time.
       01 CONSIGN-WORK-TABLE.
           05 CONSIGN-WORK-LINE OCCURS 300 TIMES PIC X(83).

       COPY "CONSIGN-WS-ESP.cbl".
       COPY "AUDIT-WS-ESP.cbl".

      * Closes every consignment line the dealer has reported on.
      * A sale becomes a disposal on the sales ledger at the amount
      * we actually receive, net of the dealer's commission, with
      * the dealer as buyer; a return puts the book back on the
      * shelf as active. Lines not yet reported stay open.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           DISPLAY TEXT-SETTLE-START.
           ACCEPT SETTLE-DATE-WORK FROM DATE YYYYMMDD.
           MOVE ZEROES TO READ-COUNT.
           MOVE ZEROES TO SOLD-COUNT.
           MOVE ZEROES TO RETURNED-COUNT.
           MOVE ZEROES TO SKIPPED-COUNT.
           MOVE ZEROES TO TOTAL-NET.
           PERFORM BUFFER-CONSIGNMENTS.
           IF CONSIGN-TOO-BIG = "Y"
               DISPLAY TEXT-CONSIGN-TOO-BIG
               MOVE "ERROR" TO RLC-STATUS
           ELSE
               IF CONSIGN-KEEP-COUNT > ZEROES
                   PERFORM SETTLE-BUFFERED-LINES
                   PERFORM WRITE-BUFFERED-CONSIGNMENTS.
           PERFORM PRINT-SETTLE-TOTALS.
           PERFORM WRITE-RUN-LOG-LINE.
           IF RLC-STATUS = "ERROR"
               MOVE 8 TO RETURN-CODE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

      * If the ledger has outgrown the work table nothing is
      * settled at all, rather than rewriting a truncated file.
       BUFFER-CONSIGNMENTS.
           MOVE ZEROES TO CONSIGN-KEEP-COUNT.
           MOVE "N" TO CONSIGN-TOO-BIG.
           OPEN INPUT CONSIGN-FILE.
           IF CONSIGN-FILE-STATUS = "35"
               DISPLAY TEXT-SETTLE-NO-LEDGER
           ELSE
               MOVE "N" TO END-OF-CONSIGNMENTS
               PERFORM READ-CONSIGN-LINE
               PERFORM BUFFER-ONE-CONSIGNMENT
               UNTIL END-OF-CONSIGNMENTS = "Y"
               CLOSE CONSIGN-FILE.

       READ-CONSIGN-LINE.
           READ CONSIGN-FILE
           AT END
               MOVE "Y" TO END-OF-CONSIGNMENTS.

       BUFFER-ONE-CONSIGNMENT.
           IF CONSIGN-KEEP-COUNT < 300
               ADD 1 TO CONSIGN-KEEP-COUNT
               MOVE CONSIGN-RECORD
                   TO CONSIGN-WORK-LINE(CONSIGN-KEEP-COUNT)
           ELSE
               MOVE "Y" TO CONSIGN-TOO-BIG.
           PERFORM READ-CONSIGN-LINE.

       SETTLE-BUFFERED-LINES.
           OPEN I-O COMICS-FILE.
           MOVE ZEROES TO CONSIGN-INDEX.
           PERFORM SETTLE-ONE-LINE
           UNTIL CONSIGN-INDEX = CONSIGN-KEEP-COUNT.
           CLOSE COMICS-FILE.

       SETTLE-ONE-LINE.
           ADD 1 TO CONSIGN-INDEX.
           MOVE CONSIGN-WORK-LINE(CONSIGN-INDEX) TO CONSIGN-RECORD.
           IF CSG-OPEN AND NOT CSG-NOT-REPORTED
               ADD 1 TO READ-COUNT
               PERFORM LOOK-UP-CONSIGNED-COMIC
               MOVE CONSIGN-RECORD
                   TO CONSIGN-WORK-LINE(CONSIGN-INDEX).

      * The comic has to still be out on consignment; one that was
      * deleted or restored meanwhile is left for a person to sort
      * out, and its ledger line stays open.
       LOOK-UP-CONSIGNED-COMIC.
           MOVE "Y" TO RECORD-FOUND.
           MOVE CSG-COMIC-ID TO COMIC-ID.
           READ COMICS-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = "Y"
               MOVE COMIC-RECORD TO ILC-BEFORE-IMAGE.
           IF RECORD-FOUND = "Y" AND COMIC-CONSIGNED
               IF CSG-REPORTED-SOLD
                   PERFORM SETTLE-CONSIGNED-SALE
               ELSE
                   PERFORM SETTLE-CONSIGNED-RETURN
               END-IF
           ELSE
               ADD 1 TO SKIPPED-COUNT
               DISPLAY TEXT-SETTLE-SKIPPED CSG-COMIC-ID.

       SETTLE-CONSIGNED-SALE.
           SET COMIC-SOLD TO TRUE.
           MOVE CSG-SALE-DATE TO COMIC-STATUS-DATE.
           REWRITE COMIC-RECORD
           INVALID KEY
               ADD 1 TO SKIPPED-COUNT
           NOT INVALID KEY
               ADD 1 TO SOLD-COUNT
               ADD CSG-NET-AMOUNT TO TOTAL-NET
               PERFORM WRITE-SALE-RECORD
               PERFORM CLOSE-SOLD-LISTING
               PERFORM WRITE-SALE-AUDIT-RECORD
               PERFORM WRITE-IMAGE-LINE
               PERFORM MARK-LINE-SETTLED.

       SETTLE-CONSIGNED-RETURN.
           SET COMIC-ACTIVE TO TRUE.
           MOVE CSG-SALE-DATE TO COMIC-STATUS-DATE.
           REWRITE COMIC-RECORD
           INVALID KEY
               ADD 1 TO SKIPPED-COUNT
           NOT INVALID KEY
               ADD 1 TO RETURNED-COUNT
               PERFORM WRITE-RETURN-AUDIT-RECORD
               PERFORM WRITE-IMAGE-LINE
               PERFORM MARK-LINE-SETTLED.

       MARK-LINE-SETTLED.
           SET CSG-SETTLED TO TRUE.
           MOVE SETTLE-DATE-WORK TO CSG-SETTLE-DATE.

      * The proceeds report compares SALE-PRICE with the book value,
      * so the net amount is what goes on the ledger: that is what
      * the collection actually received for the book. Dealers
      * settle in the house currency, so SALE-CURRENCY stays blank;
      * the book value keeps the comic's own currency.
       WRITE-SALE-RECORD.
           MOVE SPACE TO SALE-RECORD.
           MOVE COMIC-ID TO SALE-COMIC-ID.
           MOVE CSG-SALE-DATE TO SALE-DATE.
           MOVE CSG-NET-AMOUNT TO SALE-PRICE.
           MOVE CSG-DEALER TO SALE-BUYER.
           IF COMIC-VALUE IS NUMERIC
               MOVE COMIC-VALUE TO SALE-BOOK-VALUE
           ELSE
               MOVE ZEROES TO SALE-BOOK-VALUE.
           MOVE COMIC-CURRENCY TO SALE-BOOK-CURRENCY.
           OPEN EXTEND SALES-FILE.
           IF SALES-FILE-STATUS = "35"
               PERFORM SEED-SALES-FILE.
           WRITE SALE-RECORD.
           CLOSE SALES-FILE.

      * OPEN EXTEND does not create a missing file, so on a fresh
      * system this seeds an empty ledger before appending to it.
       SEED-SALES-FILE.
           OPEN OUTPUT SALES-FILE.
           CLOSE SALES-FILE.
           OPEN EXTEND SALES-FILE.

      * A comic sold while on offer has its listing closed here,
      * so the marketplace export stops offering a book that has
      * gone. No listing file, or no open listing, is no error.
       CLOSE-SOLD-LISTING.
           OPEN I-O LISTING-FILE.
           IF LISTING-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE COMIC-ID TO LST-COMIC-ID
               READ LISTING-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   PERFORM MARK-LISTING-SOLD
               END-READ
               CLOSE LISTING-FILE.

       MARK-LISTING-SOLD.
           IF LST-ACTIVE
               SET LST-SOLD TO TRUE
               MOVE CSG-SALE-DATE TO LST-CLOSE-DATE
               REWRITE LISTING-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY TEXT-LISTING-CLOSED.

      * Full before/after record images for the shared image
      * ledger and the day journal, one CALL per landed write.
       WRITE-IMAGE-LINE.
           MOVE "R" TO ILC-ACTION.
           MOVE COMIC-ID TO ILC-COMIC-ID.
           MOVE COMIC-RECORD TO ILC-AFTER-IMAGE.
           CALL "WRITE-IMAGE-LOG" USING IMAGE-LOG-CALL-AREA.

      * Same shape as the counter sale line, so the audit query
      * finds consigned sales with the rest.
       WRITE-SALE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACE TO AUDIT-LINE.
           STRING AUDIT-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-LABEL-SALE DELIMITED BY SIZE
                  "ID=" DELIMITED BY SIZE
                  COMIC-ID DELIMITED BY SIZE
                  AUDIT-LABEL-AFTER DELIMITED BY SIZE
                  CSG-DEALER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CSG-SALE-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CSG-NET-AMOUNT DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

       WRITE-RETURN-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACE TO AUDIT-LINE.
           STRING AUDIT-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-LABEL-CONSIGN-BACK DELIMITED BY SIZE
                  "ID=" DELIMITED BY SIZE
                  COMIC-ID DELIMITED BY SIZE
                  AUDIT-LABEL-AFTER DELIMITED BY SIZE
                  CSG-DEALER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CSG-SALE-DATE DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

       WRITE-BUFFERED-CONSIGNMENTS.
           OPEN OUTPUT CONSIGN-FILE.
           MOVE ZEROES TO CONSIGN-INDEX.
           PERFORM WRITE-ONE-BUFFERED-CONSIGNMENT
           UNTIL CONSIGN-INDEX = CONSIGN-KEEP-COUNT.
           CLOSE CONSIGN-FILE.

       WRITE-ONE-BUFFERED-CONSIGNMENT.
           ADD 1 TO CONSIGN-INDEX.
           MOVE CONSIGN-WORK-LINE(CONSIGN-INDEX) TO CONSIGN-RECORD.
           WRITE CONSIGN-RECORD.

       PRINT-SETTLE-TOTALS.
           MOVE SOLD-COUNT TO SOLD-COUNT-ED.
           MOVE RETURNED-COUNT TO RETURNED-COUNT-ED.
           MOVE SKIPPED-COUNT TO SKIPPED-COUNT-ED.
           MOVE TOTAL-NET TO TOTAL-NET-ED.
           DISPLAY TEXT-SETTLE-SOLD SOLD-COUNT-ED.
           DISPLAY TEXT-SETTLE-RETURNED RETURNED-COUNT-ED.
           DISPLAY TEXT-SETTLE-SKIPPED-TOTAL SKIPPED-COUNT-ED.
           DISPLAY TEXT-SETTLE-NET TOTAL-NET-ED.

       NOTE-RUN-START.
           MOVE "CONSIGN-SETTLE" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE READ-COUNT TO RLC-READ-COUNT.
           ADD SOLD-COUNT RETURNED-COUNT GIVING SETTLED-COUNT.
           MOVE SETTLED-COUNT TO RLC-WRITTEN-COUNT.
           MOVE SKIPPED-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "CONSIGN-WS-ENG.cbl".

       END PROGRAM CONSIGN-SETTLE.
