       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGN-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "CONSIGN-PHYSIC-FILE.cbl".
       COPY "DEALER-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "CONSIGN-LOGIC-FILE.cbl".
       COPY "DEALER-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       77 CONSIGN-MODE PIC X.
       77 RECORD-FOUND PIC X.
       77 ID-COMIC-FIELD PIC Z(5).
       77 CONFIRM-ANSWER PIC X.
       77 DEALER-FIELD PIC X(20).
       77 DEALER-VALID PIC X.
       77 DEALER-COUNT PIC 9(03).
       77 DEALER-INDEX PIC 9(03).
       77 DEALERS-LOADED PIC X.
       77 END-OF-DEALERS PIC X.
       77 DATE-FIELD PIC X(08).
       77 DATE-OK PIC X.
       77 DATE-WORK PIC 9(08).
       77 AMOUNT-WHOLE-PART PIC 9(05).
       77 AMOUNT-CENTS-PART PIC 9(02).
       77 AMOUNT-CENTS-FRACTION PIC 9V99.
       77 AMOUNT-WORK PIC 9(05)V99.
       77 AMOUNT-OK PIC X.
       77 RATE-WHOLE-PART PIC 9(02).
       77 RATE-WORK PIC 9(02)V99.
       77 MIN-PRICE-WORK PIC 9(05)V99.
       77 OUTCOME-FIELD PIC X.
       77 END-OF-CONSIGNMENTS PIC X.
       77 CONSIGN-KEEP-COUNT PIC 9(03).
       77 CONSIGN-INDEX PIC 9(03).
       77 CONSIGN-TOO-BIG PIC X.
       77 CONSIGN-MARK-DONE PIC X.
       77 CONSIGN-MARK-COMIC PIC 9(05).
       77 OPEN-CONSIGN-COUNT PIC 9(05).
       77 LIST-DEALER-FIELD PIC X(20).
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 CONSIGN-FILE-STATUS PIC X(02).
       77 DEALER-FILE-STATUS PIC X(02).
       77 RECORD-LOCKED PIC X.
       77 RETRY-ANSWER PIC X.
       77 LOCK-DECLINED PIC X.
       77 SHOW-AMOUNT-ED PIC Z(4)9.99.
       77 SHOW-RATE-ED PIC Z9.99.
       01 DEALER-TABLE.
           05 DEALER-ENTRY OCCURS 50 TIMES PIC X(20).
      * The whole ledger is rewritten when one dealer report is
      * keyed, so it is buffered here first, a line at a time.
       01 CONSIGN-WORK-TABLE.
           05 CONSIGN-WORK-LINE OCCURS 300 TIMES PIC X(83).
      * The report being keyed, held while the ledger is buffered.
       01 REPORT-FIELDS.
           05 RPT-OUTCOME        PIC X(01).
           05 RPT-SALE-DATE      PIC 9(08).
           05 RPT-SALE-PRICE     PIC 9(05)V99.

       COPY "CONSIGN-WS-ESP.cbl".
       COPY "AUDIT-WS-ESP.cbl".

      * Comics left with a dealer to sell on commission: sending a
      * book out, keying what the dealer reports back, and the list
      * of what is still out. Money only moves when the overnight
      * CONSIGN-SETTLE run closes a reported line.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
      * COMICS-FILE is opened and closed once per session by the
      * caller (BD-COMICS-MENU when run from the menu); this program
      * assumes the file is already open when it gets control.
           PERFORM LOAD-DEALERS.
           PERFORM GET-CONSIGN-MODE.
           PERFORM RUN-CONSIGN-MODE
           UNTIL CONSIGN-MODE = "4".
           END-PROGRAM.
               GOBACK.

       GET-CONSIGN-MODE.
           DISPLAY " ".
           DISPLAY TEXT-CONSIGN-MODE-PROMPT.
           DISPLAY TEXT-CONSIGN-MODE-OPTION-1.
           DISPLAY TEXT-CONSIGN-MODE-OPTION-2.
           DISPLAY TEXT-CONSIGN-MODE-OPTION-3.
           DISPLAY TEXT-CONSIGN-MODE-OPTION-4.
           ACCEPT CONSIGN-MODE.

       RUN-CONSIGN-MODE.
           EVALUATE CONSIGN-MODE
               WHEN "1"
                   PERFORM SEND-OUT-FLOW
               WHEN "2"
                   PERFORM DEALER-REPORT-FLOW
               WHEN "3"
                   PERFORM LIST-OPEN-CONSIGNMENTS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CONSIGN-MODE NOT = "4"
               PERFORM GET-CONSIGN-MODE.

      * Same idea as CREATE-RECORD's dealer list: read once, and a
      * site without the file waves every dealer through.
       LOAD-DEALERS.
           MOVE ZEROES TO DEALER-COUNT.
           MOVE "N" TO END-OF-DEALERS.
           MOVE "Y" TO DEALERS-LOADED.
           OPEN INPUT DEALER-FILE.
           IF DEALER-FILE-STATUS = "35"
               MOVE "N" TO DEALERS-LOADED
               DISPLAY TEXT-NO-DEALER-FILE
           ELSE
               PERFORM READ-DEALER-RECORD
               UNTIL END-OF-DEALERS = "Y" OR DEALER-COUNT = 50
               CLOSE DEALER-FILE.

       READ-DEALER-RECORD.
           READ DEALER-FILE
           AT END
               MOVE "Y" TO END-OF-DEALERS
           NOT AT END
               ADD 1 TO DEALER-COUNT
               MOVE DEALER-NAME TO DEALER-ENTRY(DEALER-COUNT).

       CHECK-DEALER.
           IF DEALERS-LOADED = "N"
               MOVE "Y" TO DEALER-VALID
           ELSE
               MOVE "N" TO DEALER-VALID
               MOVE ZEROES TO DEALER-INDEX
               PERFORM SCAN-DEALER-TABLE
               UNTIL DEALER-INDEX = DEALER-COUNT OR
               DEALER-VALID = "Y".

       SCAN-DEALER-TABLE.
           ADD 1 TO DEALER-INDEX.
           IF DEALER-ENTRY(DEALER-INDEX) = DEALER-FIELD
               MOVE "Y" TO DEALER-VALID.

      * Only a book on our own shelf can go out: active and not on
      * loan. The read takes the lock, so the other station cannot
      * lend or sell it underneath us.
       SEND-OUT-FLOW.
           DISPLAY " ".
           DISPLAY TEXT-CONSIGN-ID-PROMPT.
           ACCEPT ID-COMIC-FIELD.
           MOVE ID-COMIC-FIELD TO COMIC-ID.
           IF COMIC-ID NOT = ZEROES
               PERFORM READ-COMIC-RECORD
               IF RECORD-FOUND = "N"
                   IF LOCK-DECLINED = "Y"
                       DISPLAY TEXT-LOCK-DECLINED
                   ELSE
                       DISPLAY TEXT-CONSIGN-NOT-AVAILABLE
                   END-IF
               ELSE
                   IF LOAN-TO-NAME NOT = SPACE
                       DISPLAY TEXT-CONSIGN-ON-LOAN
                   ELSE
                       PERFORM SEND-ONE-COMIC.

       READ-COMIC-RECORD.
           MOVE "N" TO LOCK-DECLINED.
           MOVE "Y" TO RECORD-LOCKED.
           PERFORM ATTEMPT-LOCKED-READ
           UNTIL RECORD-LOCKED = "N".
           IF RECORD-FOUND = "Y" AND NOT COMIC-ACTIVE
               MOVE "N" TO RECORD-FOUND.
      * The untouched record is saved whole the moment it is read,
      * so the image ledger can carry a true before picture.
           IF RECORD-FOUND = "Y"
               MOVE COMIC-RECORD TO ILC-BEFORE-IMAGE.

       ATTEMPT-LOCKED-READ.
           READ COMICS-FILE RECORD WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
               NOT INVALID KEY
               MOVE "Y" TO RECORD-FOUND
           END-READ.
           IF COMICS-FILE-STATUS = "51"
               PERFORM ASK-RETRY-ON-LOCK
           ELSE
               MOVE "N" TO RECORD-LOCKED.

       ASK-RETRY-ON-LOCK.
           DISPLAY " ".
           DISPLAY TEXT-RECORD-LOCKED.
           DISPLAY TEXT-RETRY-QUESTION.
           ACCEPT RETRY-ANSWER.
           IF RETRY-ANSWER = "y"
               MOVE "Y" TO RETRY-ANSWER.
           IF RETRY-ANSWER NOT = "Y"
               MOVE "N" TO RECORD-LOCKED
               MOVE "N" TO RECORD-FOUND
               MOVE "Y" TO LOCK-DECLINED.

       SEND-ONE-COMIC.
           DISPLAY " ".
           DISPLAY TEXT-SHOW-ID COMIC-ID.
           DISPLAY TEXT-SHOW-NAME COMIC-NAME.
           DISPLAY TEXT-SHOW-ISSUE COMIC-ISSUE.
           PERFORM GET-CONSIGN-DEALER.
           DISPLAY TEXT-CONSIGN-DATE-OUT-PROMPT.
           PERFORM GET-A-DATE.
           DISPLAY TEXT-CONSIGN-MIN-PRICE-PROMPT.
           PERFORM GET-AN-AMOUNT.
           MOVE AMOUNT-WORK TO MIN-PRICE-WORK.
           PERFORM GET-COMMISSION-RATE.
           DISPLAY TEXT-CONSIGN-CONFIRM.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "y"
               MOVE "Y" TO CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "Y"
               PERFORM MARK-COMIC-CONSIGNED
           ELSE
               UNLOCK COMICS-FILE.

       GET-CONSIGN-DEALER.
           MOVE "N" TO DEALER-VALID.
           PERFORM ASK-CONSIGN-DEALER
           UNTIL DEALER-VALID = "Y".

       ASK-CONSIGN-DEALER.
           DISPLAY TEXT-CONSIGN-DEALER-PROMPT.
           MOVE SPACE TO DEALER-FIELD.
           ACCEPT DEALER-FIELD.
           IF DEALER-FIELD = SPACE
               DISPLAY ERROR-CONSIGN-INVALID-DEALER
           ELSE
               PERFORM CHECK-DEALER
               IF DEALER-VALID = "N"
                   DISPLAY ERROR-CONSIGN-INVALID-DEALER.

      * A blank answer means today, the usual case at the counter.
       GET-A-DATE.
           MOVE "N" TO DATE-OK.
           PERFORM ASK-A-DATE
           UNTIL DATE-OK = "Y".

       ASK-A-DATE.
           MOVE SPACE TO DATE-FIELD.
           ACCEPT DATE-FIELD.
           IF DATE-FIELD = SPACE
               ACCEPT DATE-WORK FROM DATE YYYYMMDD
               MOVE "Y" TO DATE-OK
           ELSE
               IF DATE-FIELD IS NUMERIC
                   MOVE DATE-FIELD TO DATE-WORK
                   MOVE "Y" TO DATE-OK
               ELSE
                   DISPLAY ERROR-CONSIGN-BAD-DATE
                   DISPLAY TEXT-CONSIGN-DATE-AGAIN.

       GET-AN-AMOUNT.
           MOVE "N" TO AMOUNT-OK.
           PERFORM ASK-AN-AMOUNT
           UNTIL AMOUNT-OK = "Y".

      * A plain ACCEPT into a PIC 9(05)V99 field does not honor the
      * implied decimal point, so the whole-euro and cents amounts
      * are taken as two separate integers and combined by hand.
       ASK-AN-AMOUNT.
           DISPLAY TEXT-CONSIGN-WHOLE-PROMPT.
           MOVE ZEROES TO AMOUNT-WHOLE-PART.
           ACCEPT AMOUNT-WHOLE-PART.
           DISPLAY TEXT-CONSIGN-CENTS-PROMPT.
           MOVE ZEROES TO AMOUNT-CENTS-PART.
           ACCEPT AMOUNT-CENTS-PART.
           IF AMOUNT-WHOLE-PART IS NUMERIC AND
              AMOUNT-CENTS-PART IS NUMERIC
               DIVIDE AMOUNT-CENTS-PART BY 100
                   GIVING AMOUNT-CENTS-FRACTION
               ADD AMOUNT-WHOLE-PART AMOUNT-CENTS-FRACTION
                   GIVING AMOUNT-WORK
               MOVE "Y" TO AMOUNT-OK
           ELSE
               DISPLAY ERROR-CONSIGN-BAD-AMOUNT.

      * The rate is a percentage taken the same two-part way as a
      * price, so 12.5 per cent is typed as 12 and 50.
       GET-COMMISSION-RATE.
           MOVE "N" TO AMOUNT-OK.
           PERFORM ASK-COMMISSION-RATE
           UNTIL AMOUNT-OK = "Y".

       ASK-COMMISSION-RATE.
           DISPLAY TEXT-CONSIGN-RATE-PROMPT.
           MOVE ZEROES TO RATE-WHOLE-PART.
           ACCEPT RATE-WHOLE-PART.
           DISPLAY TEXT-CONSIGN-CENTS-PROMPT.
           MOVE ZEROES TO AMOUNT-CENTS-PART.
           ACCEPT AMOUNT-CENTS-PART.
           IF RATE-WHOLE-PART IS NUMERIC AND
              AMOUNT-CENTS-PART IS NUMERIC
               DIVIDE AMOUNT-CENTS-PART BY 100
                   GIVING AMOUNT-CENTS-FRACTION
               ADD RATE-WHOLE-PART AMOUNT-CENTS-FRACTION
                   GIVING RATE-WORK
               MOVE "Y" TO AMOUNT-OK
           ELSE
               DISPLAY ERROR-CONSIGN-BAD-AMOUNT.

       MARK-COMIC-CONSIGNED.
           SET COMIC-CONSIGNED TO TRUE.
           MOVE DATE-WORK TO COMIC-STATUS-DATE.
           REWRITE COMIC-RECORD
           INVALID KEY
               DISPLAY ERROR-CANT-CONSIGN
           NOT INVALID KEY
               PERFORM WRITE-CONSIGN-LINE
               PERFORM WRITE-CONSIGN-AUDIT-RECORD
               PERFORM WRITE-IMAGE-LINE
               DISPLAY TEXT-CONSIGN-DONE.

       WRITE-CONSIGN-LINE.
           MOVE SPACE TO CONSIGN-RECORD.
           MOVE COMIC-ID TO CSG-COMIC-ID.
           MOVE DEALER-FIELD TO CSG-DEALER.
           MOVE DATE-WORK TO CSG-DATE-OUT.
           MOVE MIN-PRICE-WORK TO CSG-MIN-PRICE.
           MOVE RATE-WORK TO CSG-COMMISSION-RATE.
           MOVE ZEROES TO CSG-SALE-DATE.
           MOVE ZEROES TO CSG-SALE-PRICE.
           MOVE ZEROES TO CSG-COMMISSION.
           MOVE ZEROES TO CSG-NET-AMOUNT.
           SET CSG-OPEN TO TRUE.
           MOVE ZEROES TO CSG-SETTLE-DATE.
           OPEN EXTEND CONSIGN-FILE.
           IF CONSIGN-FILE-STATUS = "35"
               PERFORM SEED-CONSIGN-FILE.
           WRITE CONSIGN-RECORD.
           CLOSE CONSIGN-FILE.

      * OPEN EXTEND does not create a missing file, so on a fresh
      * system this seeds an empty ledger before appending to it.
       SEED-CONSIGN-FILE.
           OPEN OUTPUT CONSIGN-FILE.
           CLOSE CONSIGN-FILE.
           OPEN EXTEND CONSIGN-FILE.

      * Full before/after record images for the shared image
      * ledger and the day journal, one CALL per landed write.
       WRITE-IMAGE-LINE.
           MOVE "R" TO ILC-ACTION.
           MOVE COMIC-ID TO ILC-COMIC-ID.
           MOVE COMIC-RECORD TO ILC-AFTER-IMAGE.
           CALL "WRITE-IMAGE-LOG" USING IMAGE-LOG-CALL-AREA.

       WRITE-CONSIGN-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACE TO AUDIT-LINE.
           STRING AUDIT-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-LABEL-CONSIGN DELIMITED BY SIZE
                  "ID=" DELIMITED BY SIZE
                  COMIC-ID DELIMITED BY SIZE
                  AUDIT-LABEL-AFTER DELIMITED BY SIZE
                  DEALER-FIELD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DATE-WORK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MIN-PRICE-WORK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RATE-WORK DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

      * The dealer's report is only written onto the ledger line
      * here; the comic itself is left alone until the settlement
      * run, so a mistyped report can still be keyed again.
       DEALER-REPORT-FLOW.
           DISPLAY " ".
           DISPLAY TEXT-CONSIGN-ID-PROMPT.
           ACCEPT ID-COMIC-FIELD.
           MOVE ID-COMIC-FIELD TO CONSIGN-MARK-COMIC.
           IF CONSIGN-MARK-COMIC NOT = ZEROES
               PERFORM ASK-DEALER-OUTCOME
               IF RPT-OUTCOME NOT = SPACE
                   PERFORM MARK-ONE-CONSIGNMENT
                   IF CONSIGN-MARK-DONE = "Y"
                       DISPLAY TEXT-CONSIGN-REPORTED
                   ELSE
                       IF CONSIGN-TOO-BIG = "N"
                           DISPLAY TEXT-CONSIGN-NO-FOUND.

       ASK-DEALER-OUTCOME.
           MOVE SPACE TO REPORT-FIELDS.
           MOVE ZEROES TO RPT-SALE-DATE.
           MOVE ZEROES TO RPT-SALE-PRICE.
           DISPLAY TEXT-CONSIGN-OUTCOME-PROMPT.
           MOVE SPACE TO OUTCOME-FIELD.
           ACCEPT OUTCOME-FIELD.
           IF OUTCOME-FIELD = "s"
               MOVE "S" TO OUTCOME-FIELD.
           IF OUTCOME-FIELD = "r"
               MOVE "R" TO OUTCOME-FIELD.
           IF OUTCOME-FIELD = "S"
               MOVE "S" TO RPT-OUTCOME
               DISPLAY TEXT-CONSIGN-SALE-DATE-PROMPT
               PERFORM GET-A-DATE
               MOVE DATE-WORK TO RPT-SALE-DATE
               DISPLAY TEXT-CONSIGN-SALE-PRICE-PROMPT
               PERFORM GET-AN-AMOUNT
               MOVE AMOUNT-WORK TO RPT-SALE-PRICE
           ELSE
               IF OUTCOME-FIELD = "R"
                   MOVE "R" TO RPT-OUTCOME
                   ACCEPT RPT-SALE-DATE FROM DATE YYYYMMDD
               ELSE
                   DISPLAY ERROR-CONSIGN-BAD-OUTCOME.

      * Buffers the whole ledger, writes the report onto the open
      * line for the comic, and puts the file back; if the ledger
      * has outgrown the work table nothing is rewritten rather
      * than truncating the other lines.
       MARK-ONE-CONSIGNMENT.
           MOVE ZEROES TO CONSIGN-KEEP-COUNT.
           MOVE "N" TO CONSIGN-TOO-BIG.
           MOVE "N" TO CONSIGN-MARK-DONE.
           OPEN INPUT CONSIGN-FILE.
           IF CONSIGN-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO END-OF-CONSIGNMENTS
               PERFORM READ-CONSIGN-LINE
               PERFORM BUFFER-ONE-CONSIGNMENT
               UNTIL END-OF-CONSIGNMENTS = "Y"
               CLOSE CONSIGN-FILE
               IF CONSIGN-TOO-BIG = "Y"
                   MOVE "N" TO CONSIGN-MARK-DONE
                   DISPLAY TEXT-CONSIGN-TOO-BIG
               ELSE
                   IF CONSIGN-MARK-DONE = "Y"
                       PERFORM WRITE-BUFFERED-CONSIGNMENTS.

       READ-CONSIGN-LINE.
           READ CONSIGN-FILE
           AT END
               MOVE "Y" TO END-OF-CONSIGNMENTS.

       BUFFER-ONE-CONSIGNMENT.
           IF CONSIGN-KEEP-COUNT < 300
               ADD 1 TO CONSIGN-KEEP-COUNT
               IF CONSIGN-MARK-DONE = "N" AND
                  CSG-COMIC-ID = CONSIGN-MARK-COMIC AND
                  CSG-OPEN
                   PERFORM APPLY-DEALER-REPORT
                   MOVE "Y" TO CONSIGN-MARK-DONE
               END-IF
               MOVE CONSIGN-RECORD
                   TO CONSIGN-WORK-LINE(CONSIGN-KEEP-COUNT)
           ELSE
               MOVE "Y" TO CONSIGN-TOO-BIG.
           PERFORM READ-CONSIGN-LINE.

      * A sale under the agreed minimum is still recorded, since
      * the dealer has already let the book go, but it is called
      * out so it can be taken up with them.
       APPLY-DEALER-REPORT.
           MOVE RPT-OUTCOME TO CSG-OUTCOME.
           MOVE RPT-SALE-DATE TO CSG-SALE-DATE.
           IF CSG-REPORTED-SOLD
               MOVE RPT-SALE-PRICE TO CSG-SALE-PRICE
               COMPUTE CSG-COMMISSION ROUNDED =
                   CSG-SALE-PRICE * CSG-COMMISSION-RATE / 100
               SUBTRACT CSG-COMMISSION FROM CSG-SALE-PRICE
                   GIVING CSG-NET-AMOUNT
               IF CSG-SALE-PRICE < CSG-MIN-PRICE
                   DISPLAY TEXT-CONSIGN-UNDER-MINIMUM
               END-IF
           ELSE
               MOVE ZEROES TO CSG-SALE-PRICE
               MOVE ZEROES TO CSG-COMMISSION
               MOVE ZEROES TO CSG-NET-AMOUNT.

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

      * A blank dealer lists every open line.
       LIST-OPEN-CONSIGNMENTS.
           DISPLAY " ".
           DISPLAY TEXT-CONSIGN-LIST-DEALER.
           MOVE SPACE TO LIST-DEALER-FIELD.
           ACCEPT LIST-DEALER-FIELD.
           MOVE ZEROES TO OPEN-CONSIGN-COUNT.
           OPEN INPUT CONSIGN-FILE.
           IF CONSIGN-FILE-STATUS = "35"
               CONTINUE
           ELSE
               DISPLAY TEXT-CONSIGN-LIST-TITLE
               MOVE "N" TO END-OF-CONSIGNMENTS
               PERFORM READ-CONSIGN-LINE
               PERFORM SHOW-OPEN-CONSIGNMENT
               UNTIL END-OF-CONSIGNMENTS = "Y"
               CLOSE CONSIGN-FILE.
           IF OPEN-CONSIGN-COUNT = ZEROES
               DISPLAY TEXT-CONSIGN-LIST-NONE.

       SHOW-OPEN-CONSIGNMENT.
           IF CSG-OPEN AND
              (LIST-DEALER-FIELD = SPACE OR
               LIST-DEALER-FIELD = CSG-DEALER)
               ADD 1 TO OPEN-CONSIGN-COUNT
               DISPLAY " "
               DISPLAY TEXT-SHOW-ID CSG-COMIC-ID
               DISPLAY TEXT-CONSIGN-SHOW-DEALER CSG-DEALER
               DISPLAY TEXT-CONSIGN-SHOW-DATE-OUT CSG-DATE-OUT
               MOVE CSG-MIN-PRICE TO SHOW-AMOUNT-ED
               DISPLAY TEXT-CONSIGN-SHOW-MIN-PRICE SHOW-AMOUNT-ED
               MOVE CSG-COMMISSION-RATE TO SHOW-RATE-ED
               DISPLAY TEXT-CONSIGN-SHOW-RATE SHOW-RATE-ED
               PERFORM SHOW-REPORTED-OUTCOME.
           PERFORM READ-CONSIGN-LINE.

       SHOW-REPORTED-OUTCOME.
           IF CSG-REPORTED-SOLD
               MOVE CSG-SALE-PRICE TO SHOW-AMOUNT-ED
               DISPLAY TEXT-CONSIGN-SHOW-SOLD SHOW-AMOUNT-ED
           ELSE
               IF CSG-REPORTED-RETURNED
                   DISPLAY TEXT-CONSIGN-SHOW-RETURNED.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "CONSIGN-WS-ENG.cbl".

       END PROGRAM CONSIGN-RECORD.
