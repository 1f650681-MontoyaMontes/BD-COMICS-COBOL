       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "INVHDR-PHYSIC-FILE.cbl".
       COPY "INVLINE-PHYSIC-FILE.cbl".
       COPY "DEALER-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "INVHDR-LOGIC-FILE.cbl".
       COPY "INVLINE-LOGIC-FILE.cbl".
       COPY "DEALER-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "RATECALL-WS.cbl".
       77 INVOICE-MODE PIC X.
       77 YES-NO PIC X.
       77 RECORD-FOUND PIC X.
       77 FIELDS-VALID PIC X.
       77 INVOICE-EDIT-ACTION PIC X.
       77 CONFIRM-ANSWER PIC X.
       77 DEALER-FIELD PIC X(20).
       77 DEALER-VALID PIC X.
       77 DEALER-COUNT PIC 9(03).
       77 DEALER-INDEX PIC 9(03).
       77 DEALERS-LOADED PIC X.
       77 END-OF-DEALERS PIC X.
       77 NUMBER-FIELD PIC X(15).
       77 CURRENCY-FIELD PIC X(03).
       77 DATE-FIELD PIC X(08).
       77 DATE-OK PIC X.
       77 DATE-WORK PIC 9(08).
       77 AMOUNT-WHOLE-PART PIC 9(07).
       77 AMOUNT-CENTS-PART PIC 9(02).
       77 AMOUNT-CENTS-FRACTION PIC 9V99.
       77 AMOUNT-WORK PIC 9(07)V99.
       77 AMOUNT-OK PIC X.
       77 OUTSTANDING-WORK PIC 9(07)V99.
       77 LINE-NAME-FIELD PIC X(40).
       77 LINE-ISSUE-FIELD PIC 9(05).
       77 LINE-NUMBER-FIELD PIC 9(03).
       77 LAST-LINE-NUMBER PIC 9(03).
       77 LINE-COUNT PIC 9(03).
       77 MATCHED-LINE-COUNT PIC 9(03).
       77 END-OF-LINES PIC X.
       77 END-OF-INVOICES PIC X.
       77 LIST-DEALER-FIELD PIC X(20).
       77 INVOICE-LIST-COUNT PIC 9(05).
       77 AMOUNT-SHOWN PIC Z(6)9.99.
       77 PAID-SHOWN PIC Z(6)9.99.
       77 OUTSTANDING-SHOWN PIC Z(6)9.99.
       77 LINE-PRICE-SHOWN PIC Z(4)9.99.
       77 COMIC-ID-SHOWN PIC Z(4)9.
       77 INVHDR-FILE-STATUS PIC X(02).
       77 INVLINE-FILE-STATUS PIC X(02).
       77 DEALER-FILE-STATUS PIC X(02).
       01 DEALER-TABLE.
           05 DEALER-ENTRY OCCURS 50 TIMES PIC X(20).

       COPY "INVOICE-WS-ESP.cbl".

      * Paper invoices from the dealers, keyed in as they arrive:
      * one header per invoice and one line per copy billed, so the
      * overnight INVOICE-MATCH run can pair each line with the
      * comic that was actually received, and the payments made
      * against each invoice for the payables listing.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM LOAD-DEALERS.
           PERFORM OPEN-INVOICE-FILES.
           PERFORM GET-INVOICE-MODE.
           PERFORM RUN-INVOICE-MODE
           UNTIL INVOICE-MODE = "5".
           CLOSE INVHDR-FILE.
           CLOSE INVLINE-FILE.
           END-PROGRAM.
               GOBACK.

      * Both invoice files belong to this program; on a fresh
      * system OPEN I-O comes back status 35, so each is seeded with
      * an OPEN OUTPUT before opening it I-O for real.
       OPEN-INVOICE-FILES.
           OPEN I-O INVHDR-FILE.
           IF INVHDR-FILE-STATUS = "35"
               OPEN OUTPUT INVHDR-FILE
               CLOSE INVHDR-FILE
               OPEN I-O INVHDR-FILE.
           OPEN I-O INVLINE-FILE.
           IF INVLINE-FILE-STATUS = "35"
               OPEN OUTPUT INVLINE-FILE
               CLOSE INVLINE-FILE
               OPEN I-O INVLINE-FILE.

       GET-INVOICE-MODE.
           DISPLAY " ".
           DISPLAY TEXT-INVOICE-MODE-PROMPT.
           DISPLAY TEXT-INVOICE-MODE-OPTION-1.
           DISPLAY TEXT-INVOICE-MODE-OPTION-2.
           DISPLAY TEXT-INVOICE-MODE-OPTION-3.
           DISPLAY TEXT-INVOICE-MODE-OPTION-4.
           DISPLAY TEXT-INVOICE-MODE-OPTION-5.
           ACCEPT INVOICE-MODE.

       RUN-INVOICE-MODE.
           EVALUATE INVOICE-MODE
               WHEN "1"
                   PERFORM ADD-INVOICE-LOOP
               WHEN "2"
                   PERFORM EDIT-INVOICE-LOOP
               WHEN "3"
                   PERFORM PAYMENT-LOOP
               WHEN "4"
                   PERFORM LIST-INVOICES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF INVOICE-MODE NOT = "5"
               PERFORM GET-INVOICE-MODE.

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

       ADD-INVOICE-LOOP.
           MOVE "Y" TO YES-NO.
           PERFORM ADD-INVOICE
           UNTIL YES-NO = "N".

      * The header goes on file first with a zero total, so the
      * lines keyed after it always have an invoice to belong to;
      * the total is brought up to date once the last line is in.
       ADD-INVOICE.
           MOVE SPACE TO INVOICE-HEADER-RECORD.
           DISPLAY " ".
           PERFORM ASK-INVOICE-KEY.
           IF FIELDS-VALID = "Y"
               MOVE DEALER-FIELD TO INVH-DEALER
               MOVE NUMBER-FIELD TO INVH-NUMBER
               PERFORM READ-INVOICE-HEADER
               IF RECORD-FOUND = "Y"
                   DISPLAY ERROR-INVOICE-DUPLICATE
                   MOVE "N" TO FIELDS-VALID.
           IF FIELDS-VALID = "Y"
               PERFORM GET-INVOICE-HEADER-FIELDS.
           IF FIELDS-VALID = "Y"
               PERFORM WRITE-INVOICE-HEADER.
           IF FIELDS-VALID = "Y"
               MOVE ZEROES TO LAST-LINE-NUMBER
               PERFORM ADD-INVOICE-LINES
               PERFORM SHOW-INVOICE-TOTALS.
           PERFORM RESTART-INVOICE.

      * The dealer must be one on the approved list, since the
      * matching run compares it with COMIC-DEALER character for
      * character; a blank dealer or number abandons the entry.
       ASK-INVOICE-KEY.
           MOVE "Y" TO FIELDS-VALID.
           DISPLAY TEXT-INVOICE-DEALER-PROMPT.
           MOVE SPACE TO DEALER-FIELD.
           ACCEPT DEALER-FIELD.
           IF DEALER-FIELD = SPACE
               MOVE "N" TO FIELDS-VALID
           ELSE
               PERFORM CHECK-DEALER
               IF DEALER-VALID = "N"
                   DISPLAY ERROR-INVOICE-INVALID-DEALER
                   MOVE "N" TO FIELDS-VALID.
           IF FIELDS-VALID = "Y"
               DISPLAY TEXT-INVOICE-NUMBER-PROMPT
               MOVE SPACE TO NUMBER-FIELD
               ACCEPT NUMBER-FIELD
               IF NUMBER-FIELD = SPACE
                   MOVE "N" TO FIELDS-VALID.

       READ-INVOICE-HEADER.
           MOVE "Y" TO RECORD-FOUND.
           READ INVHDR-FILE RECORD
           INVALID KEY
           MOVE "N" TO RECORD-FOUND.

       GET-INVOICE-HEADER-FIELDS.
           DISPLAY TEXT-INVOICE-DATE-PROMPT.
           PERFORM GET-A-DATE.
           MOVE DATE-WORK TO INVH-DATE.
           DISPLAY TEXT-INVOICE-DUE-PROMPT.
           PERFORM GET-DUE-DATE.
           MOVE DATE-WORK TO INVH-DUE-DATE.
           DISPLAY TEXT-INVOICE-CURRENCY-PROMPT.
           MOVE SPACE TO CURRENCY-FIELD.
           ACCEPT CURRENCY-FIELD.
           IF CURRENCY-FIELD NOT = SPACE
               PERFORM CHECK-INVOICE-CURRENCY.
           MOVE CURRENCY-FIELD TO INVH-CURRENCY.
           MOVE ZEROES TO INVH-TOTAL.
           MOVE ZEROES TO INVH-PAID.
           MOVE ZEROES TO INVH-PAID-DATE.
           SET INVH-OPEN TO TRUE.

      * A foreign invoice currency must have a rate in force on the
      * invoice date, the way CREATE-RECORD checks COMIC-CURRENCY,
      * or the payables listing could never total it.
       CHECK-INVOICE-CURRENCY.
           MOVE CURRENCY-FIELD TO RCA-CURRENCY.
           MOVE INVH-DATE TO RCA-DATE.
           MOVE ZEROES TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           IF RCA-RATE-MISSING
               DISPLAY ERROR-INVOICE-INVALID-CURRENCY
               MOVE "N" TO FIELDS-VALID.

       WRITE-INVOICE-HEADER.
           WRITE INVOICE-HEADER-RECORD
           INVALID KEY
               DISPLAY ERROR-INVOICE-DUPLICATE
               MOVE "N" TO FIELDS-VALID
           NOT INVALID KEY
               DISPLAY TEXT-INVOICE-ADDED.

      * Lines are numbered on from the highest number the invoice
      * already has, so a line deleted earlier leaves a gap rather
      * than having its number reused. A blank title ends the run.
       ADD-INVOICE-LINES.
           DISPLAY TEXT-INVOICE-LINES-INTRO.
           MOVE "Y" TO FIELDS-VALID.
           PERFORM ADD-ONE-INVOICE-LINE
           UNTIL FIELDS-VALID = "N".
           PERFORM SET-INVOICE-STATUS.
           REWRITE INVOICE-HEADER-RECORD
           INVALID KEY
               DISPLAY ERROR-INVOICE-CANT-UPDATE.

       ADD-ONE-INVOICE-LINE.
           DISPLAY " ".
           DISPLAY TEXT-INVOICE-LINE-NAME-PROMPT.
           MOVE SPACE TO LINE-NAME-FIELD.
           ACCEPT LINE-NAME-FIELD.
           IF LINE-NAME-FIELD = SPACE
               MOVE "N" TO FIELDS-VALID
           ELSE
               IF LAST-LINE-NUMBER = 999
                   DISPLAY ERROR-INVOICE-TOO-MANY-LINES
                   MOVE "N" TO FIELDS-VALID
               ELSE
                   PERFORM GET-LINE-DETAILS.

       GET-LINE-DETAILS.
           DISPLAY TEXT-INVOICE-LINE-ISSUE-PROMPT.
           MOVE ZEROES TO LINE-ISSUE-FIELD.
           ACCEPT LINE-ISSUE-FIELD.
           IF LINE-ISSUE-FIELD NOT NUMERIC
               MOVE ZEROES TO LINE-ISSUE-FIELD.
           DISPLAY TEXT-INVOICE-LINE-PRICE-PROMPT.
           PERFORM GET-AN-AMOUNT.
           IF AMOUNT-WORK > 99999.99
               DISPLAY ERROR-INVOICE-BAD-AMOUNT
           ELSE
               ADD 1 TO LAST-LINE-NUMBER
               MOVE INVH-DEALER TO INVL-DEALER
               MOVE INVH-NUMBER TO INVL-NUMBER
               MOVE LAST-LINE-NUMBER TO INVL-LINE
               MOVE LINE-NAME-FIELD TO INVL-NAME
               MOVE LINE-ISSUE-FIELD TO INVL-ISSUE
               MOVE AMOUNT-WORK TO INVL-PRICE
               MOVE ZEROES TO INVL-COMIC-ID
               MOVE ZEROES TO INVL-MATCH-DATE
               PERFORM WRITE-INVOICE-LINE.

       WRITE-INVOICE-LINE.
           WRITE INVOICE-LINE-RECORD
           INVALID KEY
               DISPLAY ERROR-INVOICE-CANT-UPDATE
           NOT INVALID KEY
               ADD INVL-PRICE TO INVH-TOTAL.

      * Paid in full once the payments reach the total; taking a
      * line off can settle an invoice, adding one can reopen it.
       SET-INVOICE-STATUS.
           IF INVH-TOTAL > ZEROES AND INVH-PAID NOT < INVH-TOTAL
               SET INVH-PAID-UP TO TRUE
           ELSE
               SET INVH-OPEN TO TRUE.

       RESTART-INVOICE.
           DISPLAY TEXT-INVOICE-RESTART.
           ACCEPT YES-NO.
           IF YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
               MOVE "N" TO YES-NO.

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
                   DISPLAY ERROR-INVOICE-BAD-DATE.

      * A due date is optional: blank leaves it at zero, and the
      * payables listing then never shows the invoice as overdue.
       GET-DUE-DATE.
           MOVE "N" TO DATE-OK.
           PERFORM ASK-DUE-DATE
           UNTIL DATE-OK = "Y".

       ASK-DUE-DATE.
           MOVE SPACE TO DATE-FIELD.
           ACCEPT DATE-FIELD.
           IF DATE-FIELD = SPACE
               MOVE ZEROES TO DATE-WORK
               MOVE "Y" TO DATE-OK
           ELSE
               IF DATE-FIELD IS NUMERIC
                   MOVE DATE-FIELD TO DATE-WORK
                   MOVE "Y" TO DATE-OK
               ELSE
                   DISPLAY ERROR-INVOICE-BAD-DATE.

       GET-AN-AMOUNT.
           MOVE "N" TO AMOUNT-OK.
           PERFORM ASK-AN-AMOUNT
           UNTIL AMOUNT-OK = "Y".

      * A plain ACCEPT into a field with implied decimals does not
      * honor the decimal point, so the whole units and the cents
      * are taken as two separate integers and combined by hand.
       ASK-AN-AMOUNT.
           DISPLAY TEXT-INVOICE-WHOLE-PROMPT.
           MOVE ZEROES TO AMOUNT-WHOLE-PART.
           ACCEPT AMOUNT-WHOLE-PART.
           DISPLAY TEXT-INVOICE-CENTS-PROMPT.
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
               DISPLAY ERROR-INVOICE-BAD-AMOUNT.

       EDIT-INVOICE-LOOP.
           PERFORM GET-INVOICE-TO-EDIT.
           PERFORM EDIT-INVOICE-ROWS
           UNTIL DEALER-FIELD = SPACE.

      * The find runs once before the loop tests anything, the
      * same way GET-BUDGET-TO-EDIT primes its loop.
       GET-INVOICE-TO-EDIT.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-INVOICE.
           PERFORM FIND-INVOICE
           UNTIL RECORD-FOUND = "Y" OR DEALER-FIELD = SPACE.

       FIND-INVOICE.
           DISPLAY " ".
           DISPLAY TEXT-INVOICE-BLANK-EXIT.
           PERFORM ASK-INVOICE-KEY.
      * A dealer not on the list is asked again; a blank dealer or
      * a blank number after a good dealer leaves the loop.
           IF FIELDS-VALID = "N"
               IF DEALER-FIELD = SPACE OR DEALER-VALID = "Y"
                   MOVE SPACE TO DEALER-FIELD
               END-IF
           ELSE
               MOVE DEALER-FIELD TO INVH-DEALER
               MOVE NUMBER-FIELD TO INVH-NUMBER
               PERFORM READ-INVOICE-HEADER
               IF RECORD-FOUND = "N"
                   DISPLAY ERROR-INVOICE-NO-FOUND.

      * An invoice already matched in part, or paid in part, can
      * still take a correction line by line; only one with nothing
      * paid against it can be taken off the file whole.
       EDIT-INVOICE-ROWS.
           DISPLAY " ".
           PERFORM SHOW-INVOICE.
           DISPLAY TEXT-INVOICE-EDIT-PROMPT.
           DISPLAY TEXT-INVOICE-EDIT-OPTION-1.
           DISPLAY TEXT-INVOICE-EDIT-OPTION-2.
           DISPLAY TEXT-INVOICE-EDIT-OPTION-3.
           DISPLAY TEXT-INVOICE-EDIT-OPTION-4.
           MOVE SPACE TO INVOICE-EDIT-ACTION.
           ACCEPT INVOICE-EDIT-ACTION.
           EVALUATE INVOICE-EDIT-ACTION
               WHEN "1"
                   PERFORM ADD-INVOICE-LINES
                   PERFORM SHOW-INVOICE-TOTALS
               WHEN "2"
                   PERFORM DELETE-INVOICE-LINE
               WHEN "3"
                   PERFORM DELETE-WHOLE-INVOICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM GET-INVOICE-TO-EDIT.

       SHOW-INVOICE.
           DISPLAY TEXT-INVOICE-SHOW-DEALER INVH-DEALER.
           DISPLAY TEXT-INVOICE-SHOW-NUMBER INVH-NUMBER.
           DISPLAY TEXT-INVOICE-SHOW-DATE INVH-DATE.
           DISPLAY TEXT-INVOICE-SHOW-DUE INVH-DUE-DATE.
           DISPLAY TEXT-INVOICE-SHOW-CURRENCY INVH-CURRENCY.
           PERFORM SHOW-INVOICE-LINES.
           PERFORM SHOW-INVOICE-TOTALS.

       SHOW-INVOICE-TOTALS.
           MOVE INVH-TOTAL TO AMOUNT-SHOWN.
           MOVE INVH-PAID TO PAID-SHOWN.
           PERFORM FIGURE-OUTSTANDING.
           MOVE OUTSTANDING-WORK TO OUTSTANDING-SHOWN.
           DISPLAY TEXT-INVOICE-SHOW-TOTAL AMOUNT-SHOWN.
           DISPLAY TEXT-INVOICE-SHOW-PAID PAID-SHOWN.
           DISPLAY TEXT-INVOICE-SHOW-OUTSTANDING OUTSTANDING-SHOWN.

       FIGURE-OUTSTANDING.
           IF INVH-PAID < INVH-TOTAL
               SUBTRACT INVH-PAID FROM INVH-TOTAL
                   GIVING OUTSTANDING-WORK
           ELSE
               MOVE ZEROES TO OUTSTANDING-WORK.

      * The lines are read off their own file under the header's
      * key; the highest line number is kept so new lines number
      * on from it.
       SHOW-INVOICE-LINES.
           MOVE ZEROES TO LAST-LINE-NUMBER.
           MOVE ZEROES TO LINE-COUNT.
           MOVE ZEROES TO MATCHED-LINE-COUNT.
           DISPLAY TEXT-INVOICE-LINES-TITLE.
           PERFORM START-INVOICE-LINES.
           PERFORM SHOW-ONE-INVOICE-LINE
           UNTIL END-OF-LINES = "Y".
           IF LINE-COUNT = ZEROES
               DISPLAY TEXT-INVOICE-NO-LINES.

       START-INVOICE-LINES.
           MOVE "N" TO END-OF-LINES.
           MOVE INVH-DEALER TO INVL-DEALER.
           MOVE INVH-NUMBER TO INVL-NUMBER.
           MOVE ZEROES TO INVL-LINE.
           START INVLINE-FILE KEY IS NOT LESS THAN INVL-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-LINES.

       READ-NEXT-INVOICE-LINE.
           READ INVLINE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-LINES.
           IF END-OF-LINES = "N"
               IF INVL-DEALER NOT = INVH-DEALER OR
                  INVL-NUMBER NOT = INVH-NUMBER
                   MOVE "Y" TO END-OF-LINES.

       SHOW-ONE-INVOICE-LINE.
           PERFORM READ-NEXT-INVOICE-LINE.
           IF END-OF-LINES = "N"
               ADD 1 TO LINE-COUNT
               MOVE INVL-LINE TO LAST-LINE-NUMBER
               MOVE INVL-PRICE TO LINE-PRICE-SHOWN
               IF INVL-COMIC-ID = ZEROES
                   DISPLAY "  " INVL-LINE " " INVL-NAME " "
                       INVL-ISSUE " " LINE-PRICE-SHOWN
               ELSE
                   ADD 1 TO MATCHED-LINE-COUNT
                   MOVE INVL-COMIC-ID TO COMIC-ID-SHOWN
                   DISPLAY "  " INVL-LINE " " INVL-NAME " "
                       INVL-ISSUE " " LINE-PRICE-SHOWN " "
                       TEXT-INVOICE-MATCHED-MARK COMIC-ID-SHOWN.

      * Taking a line off takes its price off the total too; a line
      * the matching run had already paired simply leaves its comic
      * to turn up as received but not invoiced on the next run.
       DELETE-INVOICE-LINE.
           DISPLAY TEXT-INVOICE-LINE-NUMBER-PROMPT.
           MOVE ZEROES TO LINE-NUMBER-FIELD.
           ACCEPT LINE-NUMBER-FIELD.
           IF LINE-NUMBER-FIELD IS NUMERIC AND
              LINE-NUMBER-FIELD NOT = ZEROES
               MOVE INVH-DEALER TO INVL-DEALER
               MOVE INVH-NUMBER TO INVL-NUMBER
               MOVE LINE-NUMBER-FIELD TO INVL-LINE
               READ INVLINE-FILE RECORD
               INVALID KEY
                   DISPLAY ERROR-INVOICE-NO-LINE
               NOT INVALID KEY
                   PERFORM REMOVE-INVOICE-LINE.

       REMOVE-INVOICE-LINE.
           DELETE INVLINE-FILE RECORD
           INVALID KEY
               DISPLAY ERROR-INVOICE-CANT-UPDATE
           NOT INVALID KEY
               PERFORM TAKE-LINE-OFF-TOTAL.

       TAKE-LINE-OFF-TOTAL.
           SUBTRACT INVL-PRICE FROM INVH-TOTAL.
           PERFORM SET-INVOICE-STATUS.
           REWRITE INVOICE-HEADER-RECORD
           INVALID KEY
               DISPLAY ERROR-INVOICE-CANT-UPDATE
           NOT INVALID KEY
               DISPLAY TEXT-INVOICE-LINE-DELETED.

      * Once money has gone out against an invoice it stays on file
      * for the payables history; before that a wrong invoice is
      * simply taken off, lines first.
       DELETE-WHOLE-INVOICE.
           IF INVH-PAID NOT = ZEROES
               DISPLAY ERROR-INVOICE-HAS-PAYMENTS
           ELSE
               DISPLAY TEXT-INVOICE-DELETE-CONFIRM
               MOVE SPACE TO CONFIRM-ANSWER
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER = "y"
                   MOVE "Y" TO CONFIRM-ANSWER
               END-IF
               IF CONFIRM-ANSWER = "Y"
                   PERFORM REMOVE-WHOLE-INVOICE.

       REMOVE-WHOLE-INVOICE.
           PERFORM START-INVOICE-LINES.
           PERFORM REMOVE-ONE-LINE
           UNTIL END-OF-LINES = "Y".
           DELETE INVHDR-FILE RECORD
           INVALID KEY
               DISPLAY ERROR-INVOICE-CANT-UPDATE
           NOT INVALID KEY
               DISPLAY TEXT-INVOICE-DELETED.

       REMOVE-ONE-LINE.
           PERFORM READ-NEXT-INVOICE-LINE.
           IF END-OF-LINES = "N"
               DELETE INVLINE-FILE RECORD
               INVALID KEY
                   DISPLAY ERROR-INVOICE-CANT-UPDATE.

       PAYMENT-LOOP.
           PERFORM GET-INVOICE-TO-EDIT.
           PERFORM PAY-INVOICE-ROWS
           UNTIL DEALER-FIELD = SPACE.

      * A payment is added to what is already paid, so part
      * payments build up until the invoice is settled; more than
      * what is still owed is refused as a keying slip.
       PAY-INVOICE-ROWS.
           DISPLAY " ".
           PERFORM SHOW-INVOICE-TOTALS.
           IF INVH-PAID-UP
               DISPLAY TEXT-INVOICE-ALREADY-PAID
           ELSE
               DISPLAY TEXT-INVOICE-PAYMENT-PROMPT
               PERFORM GET-AN-AMOUNT
               IF AMOUNT-WORK > OUTSTANDING-WORK
                   DISPLAY ERROR-INVOICE-OVERPAID
               ELSE
                   IF AMOUNT-WORK NOT = ZEROES
                       PERFORM REGISTER-PAYMENT.
           PERFORM GET-INVOICE-TO-EDIT.

       REGISTER-PAYMENT.
           DISPLAY TEXT-INVOICE-PAID-DATE-PROMPT.
           PERFORM GET-A-DATE.
           ADD AMOUNT-WORK TO INVH-PAID.
           MOVE DATE-WORK TO INVH-PAID-DATE.
           PERFORM SET-INVOICE-STATUS.
           REWRITE INVOICE-HEADER-RECORD
           INVALID KEY
               DISPLAY ERROR-INVOICE-CANT-UPDATE
           NOT INVALID KEY
               DISPLAY TEXT-INVOICE-PAYMENT-DONE.

      * A blank dealer lists every invoice on file; a dealer lists
      * that dealer's alone, in invoice-number order.
       LIST-INVOICES.
           DISPLAY " ".
           DISPLAY TEXT-INVOICE-LIST-PROMPT.
           MOVE SPACE TO LIST-DEALER-FIELD.
           ACCEPT LIST-DEALER-FIELD.
           DISPLAY TEXT-INVOICE-LIST-TITLE.
           MOVE ZEROES TO INVOICE-LIST-COUNT.
           MOVE "N" TO END-OF-INVOICES.
           MOVE LIST-DEALER-FIELD TO INVH-DEALER.
           MOVE SPACE TO INVH-NUMBER.
           START INVHDR-FILE KEY IS NOT LESS THAN INVH-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-INVOICES.
           PERFORM LIST-ONE-INVOICE
           UNTIL END-OF-INVOICES = "Y".
           IF INVOICE-LIST-COUNT = ZEROES
               DISPLAY TEXT-INVOICE-LIST-NONE.

       LIST-ONE-INVOICE.
           READ INVHDR-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-INVOICES.
           IF END-OF-INVOICES = "N"
               IF LIST-DEALER-FIELD NOT = SPACE AND
                  INVH-DEALER NOT = LIST-DEALER-FIELD
                   MOVE "Y" TO END-OF-INVOICES
               ELSE
                   ADD 1 TO INVOICE-LIST-COUNT
                   MOVE INVH-TOTAL TO AMOUNT-SHOWN
                   MOVE INVH-PAID TO PAID-SHOWN
                   DISPLAY "  " INVH-DEALER " " INVH-NUMBER " "
                       INVH-DATE " " AMOUNT-SHOWN " " PAID-SHOWN
                       " " INVH-CURRENCY " " INVH-STATUS.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "INVOICE-WS-ENG.cbl".

       END PROGRAM INVOICE-RECORD.
