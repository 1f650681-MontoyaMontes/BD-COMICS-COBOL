       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORROWER-ACCOUNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "BORROWER-PHYSIC-FILE.cbl".
       COPY "BORLEDG-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "BORROWER-LOGIC-FILE.cbl".
       COPY "BORLEDG-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "OPERATOR-SESSION-WS.cbl".
       COPY "BORLEDG-WS.cbl".
       77 ACCOUNT-MODE PIC X.
       77 YES-NO PIC X.
       77 CONFIRM-ANSWER PIC X.
       77 FIELDS-VALID PIC X.
       77 BORROWER-FIELD PIC X(30).
       77 BORROWER-FILE-STATUS PIC X(02).
       77 BORLEDG-FILE-STATUS PIC X(02).
       77 END-OF-LEDGER PIC X.
       77 ENTRY-TYPE-FIELD PIC X.
       77 NOTE-FIELD PIC X(30).
       77 AMOUNT-WHOLE-PART PIC 9(07).
       77 AMOUNT-CENTS-PART PIC 9(02).
       77 AMOUNT-CENTS-FRACTION PIC 9V99.
       77 ENTRY-AMOUNT PIC 9(07)V99.
       77 RUNNING-BALANCE PIC S9(09)V99.
       77 TYPE-LABEL PIC X(12).
       77 AMOUNT-SHOWN PIC Z(6)9.99.
       77 BALANCE-SHOWN PIC -(8)9.99.
       77 LIMIT-SHOWN PIC Z(4)9.99.

       COPY "BORACCT-WS-ESP.cbl".

      * The money side of lending: late fees and settled claims are
      * posted on their own by the loan desk, and this screen takes
      * what the borrower pays, writes off what the house decides
      * not to collect, and shows a person's account line by line
      * with the balance running down the side.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM GET-ACCOUNT-MODE.
           PERFORM RUN-ACCOUNT-MODE
           UNTIL ACCOUNT-MODE = "4".
           END-PROGRAM.
               GOBACK.

       GET-ACCOUNT-MODE.
           DISPLAY " ".
           DISPLAY TEXT-ACCT-MODE-PROMPT.
           DISPLAY TEXT-ACCT-MODE-OPTION-1.
           DISPLAY TEXT-ACCT-MODE-OPTION-2.
           DISPLAY TEXT-ACCT-MODE-OPTION-3.
           DISPLAY TEXT-ACCT-MODE-OPTION-4.
           ACCEPT ACCOUNT-MODE.

       RUN-ACCOUNT-MODE.
           EVALUATE ACCOUNT-MODE
               WHEN "1"
                   MOVE "P" TO ENTRY-TYPE-FIELD
                   PERFORM ENTRY-LOOP
      * Writing money off is a decision about the house's own
      * income, so only a supervisor may take a waiver, the same
      * way OPS-CONSOLE keeps the batch parameters to them.
               WHEN "2"
                   IF SESSION-SUPERVISOR
                       MOVE "W" TO ENTRY-TYPE-FIELD
                       PERFORM ENTRY-LOOP
                   ELSE
                       DISPLAY ERROR-ACCT-NOT-ALLOWED
                   END-IF
               WHEN "3"
                   PERFORM SHOW-ACCOUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ACCOUNT-MODE NOT = "4"
               PERFORM GET-ACCOUNT-MODE.

       ENTRY-LOOP.
           MOVE "Y" TO YES-NO.
           PERFORM TAKE-ONE-ENTRY
           UNTIL YES-NO = "N".

      * The borrower's balance is shown before anything is asked,
      * so the operator keys the payment against the figure the
      * person is looking at.
       TAKE-ONE-ENTRY.
           PERFORM GET-BORROWER-NAME.
           IF FIELDS-VALID = "Y"
               PERFORM SHOW-CURRENT-BALANCE
               PERFORM GET-ENTRY-AMOUNT
               IF FIELDS-VALID = "Y"
                   PERFORM GET-ENTRY-NOTE
                   PERFORM CONFIRM-AND-POST.
           PERFORM RESTART-ENTRY.

      * Only a name on the registry can carry an account, the same
      * rule CHECK-BORROWER applies at the loan desk; a site with
      * no registry yet takes the name as typed.
       GET-BORROWER-NAME.
           MOVE "Y" TO FIELDS-VALID.
           DISPLAY " ".
           DISPLAY TEXT-ACCT-BORROWER-PROMPT.
           MOVE SPACE TO BORROWER-FIELD.
           ACCEPT BORROWER-FIELD.
           IF BORROWER-FIELD = SPACE
               MOVE "N" TO FIELDS-VALID
           ELSE
               PERFORM LOOK-UP-BORROWER.

       LOOK-UP-BORROWER.
           MOVE ZEROES TO LIMIT-SHOWN.
           OPEN INPUT BORROWER-FILE.
           IF BORROWER-FILE-STATUS NOT = "35"
               MOVE BORROWER-FIELD TO BORROWER-NAME
               READ BORROWER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO FIELDS-VALID
                   DISPLAY ERROR-ACCT-NO-BORROWER
               END-READ
               IF FIELDS-VALID = "Y"
                   MOVE BORROWER-BALANCE-LIMIT TO LIMIT-SHOWN
               END-IF
               CLOSE BORROWER-FILE.

       SHOW-CURRENT-BALANCE.
           MOVE BORROWER-FIELD TO BLC-BORROWER.
           CALL "GET-BORROWER-BALANCE"
               USING BORROWER-LEDGER-CALL-AREA.
           MOVE BLC-BALANCE TO BALANCE-SHOWN.
           DISPLAY TEXT-ACCT-BALANCE-NOW BALANCE-SHOWN.

      * A waiver can only take off what is actually owed; a payment
      * above the balance is taken, since a borrower may leave
      * money on account, and shows as a credit afterwards.
       GET-ENTRY-AMOUNT.
           DISPLAY TEXT-ACCT-AMOUNT-WHOLE.
           MOVE ZEROES TO AMOUNT-WHOLE-PART.
           ACCEPT AMOUNT-WHOLE-PART.
           DISPLAY TEXT-ACCT-AMOUNT-CENTS.
           MOVE ZEROES TO AMOUNT-CENTS-PART.
           ACCEPT AMOUNT-CENTS-PART.
           IF AMOUNT-WHOLE-PART NOT NUMERIC OR
              AMOUNT-CENTS-PART NOT NUMERIC
               DISPLAY ERROR-ACCT-INVALID-AMOUNT
               MOVE "N" TO FIELDS-VALID
           ELSE
               DIVIDE AMOUNT-CENTS-PART BY 100
                   GIVING AMOUNT-CENTS-FRACTION
               ADD AMOUNT-WHOLE-PART AMOUNT-CENTS-FRACTION
                   GIVING ENTRY-AMOUNT
               IF ENTRY-AMOUNT = ZEROES
                   DISPLAY ERROR-ACCT-INVALID-AMOUNT
                   MOVE "N" TO FIELDS-VALID
               ELSE
                   IF ENTRY-TYPE-FIELD = "W" AND
                      ENTRY-AMOUNT > BLC-BALANCE
                       DISPLAY ERROR-ACCT-WAIVE-TOO-MUCH
                       MOVE "N" TO FIELDS-VALID.

      * A blank note on a waiver is refused: the reason is the only
      * trace of why the house gave the money up.
       GET-ENTRY-NOTE.
           DISPLAY TEXT-ACCT-NOTE-PROMPT.
           MOVE SPACE TO NOTE-FIELD.
           ACCEPT NOTE-FIELD.
           IF NOTE-FIELD = SPACE
               IF ENTRY-TYPE-FIELD = "W"
                   DISPLAY ERROR-ACCT-NOTE-NEEDED
                   MOVE "N" TO FIELDS-VALID
               ELSE
                   MOVE "PAGO" TO NOTE-FIELD.

       CONFIRM-AND-POST.
           IF FIELDS-VALID = "Y"
               MOVE ENTRY-AMOUNT TO AMOUNT-SHOWN
               DISPLAY TEXT-ACCT-CONFIRM AMOUNT-SHOWN
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER = "y"
                   MOVE "Y" TO CONFIRM-ANSWER
               END-IF
               IF CONFIRM-ANSWER = "Y"
                   PERFORM POST-ENTRY
               ELSE
                   DISPLAY TEXT-ACCT-NOT-POSTED.

       POST-ENTRY.
           MOVE BORROWER-FIELD TO BLC-BORROWER.
           MOVE ENTRY-TYPE-FIELD TO BLC-TYPE.
           MOVE ZEROES TO BLC-COMIC-ID.
           MOVE ENTRY-AMOUNT TO BLC-AMOUNT.
           MOVE NOTE-FIELD TO BLC-NOTE.
           CALL "WRITE-BORROWER-ENTRY"
               USING BORROWER-LEDGER-CALL-AREA.
           DISPLAY TEXT-ACCT-POSTED.
           MOVE BLC-BALANCE TO BALANCE-SHOWN.
           DISPLAY TEXT-ACCT-BALANCE-NOW BALANCE-SHOWN.

       RESTART-ENTRY.
           DISPLAY TEXT-ACCT-RESTART.
           ACCEPT YES-NO.
           IF YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
               MOVE "N" TO YES-NO.

      * Every line the person has, oldest first as the ledger was
      * written, with what they owed after each one.
       SHOW-ACCOUNT.
           PERFORM GET-BORROWER-NAME.
           IF FIELDS-VALID = "Y"
               DISPLAY " "
               DISPLAY TEXT-ACCT-SHOW-NAME BORROWER-FIELD
               DISPLAY TEXT-ACCT-SHOW-LIMIT LIMIT-SHOWN
               DISPLAY TEXT-ACCT-LIST-TITLE
               MOVE ZEROES TO RUNNING-BALANCE
               MOVE ZEROES TO BLC-LINE-COUNT
               PERFORM LIST-BORROWER-LINES
               IF BLC-LINE-COUNT = ZEROES
                   DISPLAY TEXT-ACCT-LIST-NONE
               END-IF
               MOVE RUNNING-BALANCE TO BALANCE-SHOWN
               DISPLAY TEXT-ACCT-BALANCE-NOW BALANCE-SHOWN.

       LIST-BORROWER-LINES.
           OPEN INPUT BORLEDG-FILE.
           IF BORLEDG-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-LEDGER
               PERFORM READ-LEDGER-LINE
               PERFORM SHOW-ONE-LEDGER-LINE
               UNTIL END-OF-LEDGER = "Y"
               CLOSE BORLEDG-FILE.

       READ-LEDGER-LINE.
           READ BORLEDG-FILE
           AT END
               MOVE "Y" TO END-OF-LEDGER.

       SHOW-ONE-LEDGER-LINE.
           IF BLG-BORROWER = BORROWER-FIELD
               ADD 1 TO BLC-LINE-COUNT
               PERFORM DESCRIBE-LEDGER-LINE
               MOVE BLG-AMOUNT TO AMOUNT-SHOWN
               MOVE RUNNING-BALANCE TO BALANCE-SHOWN
               DISPLAY BLG-DATE " " TYPE-LABEL " " BLG-COMIC-ID " "
                   AMOUNT-SHOWN " " BALANCE-SHOWN " " BLG-NOTE.
           PERFORM READ-LEDGER-LINE.

       DESCRIBE-LEDGER-LINE.
           EVALUATE TRUE
               WHEN BLG-LATE-FEE
                   MOVE TEXT-ACCT-TYPE-FEE TO TYPE-LABEL
                   ADD BLG-AMOUNT TO RUNNING-BALANCE
               WHEN BLG-CLAIM-CHARGE
                   MOVE TEXT-ACCT-TYPE-CLAIM TO TYPE-LABEL
                   ADD BLG-AMOUNT TO RUNNING-BALANCE
               WHEN BLG-PAYMENT
                   MOVE TEXT-ACCT-TYPE-PAYMENT TO TYPE-LABEL
                   SUBTRACT BLG-AMOUNT FROM RUNNING-BALANCE
               WHEN OTHER
                   MOVE TEXT-ACCT-TYPE-WAIVER TO TYPE-LABEL
                   SUBTRACT BLG-AMOUNT FROM RUNNING-BALANCE
           END-EVALUATE.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "BORACCT-WS-ENG.cbl".

       END PROGRAM BORROWER-ACCOUNT.
