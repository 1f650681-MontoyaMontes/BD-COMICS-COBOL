       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "BUDGET-PHYSIC-FILE.cbl".
       COPY "PUBLISHER-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "BUDGET-LOGIC-FILE.cbl".
       COPY "PUBLISHER-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       77 BUDGET-MODE PIC X.
       77 YES-NO PIC X.
       77 RECORD-FOUND PIC X.
       77 FIELDS-VALID PIC X.
       77 BUDGET-YEAR-FIELD PIC 9(04).
       77 BUDGET-MONTH-FIELD PIC 9(02).
       77 BUDGET-HOUSE-FIELD PIC X(20).
       77 BUDGET-WHOLE-PART PIC 9(07).
       77 BUDGET-CENTS-PART PIC 9(02).
       77 BUDGET-CENTS-FRACTION PIC 9V99.
       77 NEW-BUDGET-AMOUNT PIC 9(07)V99.
       77 NEW-LIMIT-ACTION PIC X.
       77 BUDGET-EDIT-ACTION PIC X.
       77 END-OF-BUDGETS PIC X.
       77 END-OF-PUBLISHERS PIC X.
       77 PUBLISHER-VALID PIC X.
       77 BUDGET-LIST-COUNT PIC 9(03).
       77 BUDGET-SHOWN PIC Z(6)9.99.
       77 HOUSE-SHOWN PIC X(20).
       77 BUDGET-FILE-STATUS PIC X(02).
       77 PUBLISHER-FILE-STATUS PIC X(02).

       COPY "BUDGET-WS-ESP.cbl".

       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM OPEN-BUDGET-FILE.
           PERFORM GET-BUDGET-MODE.
           PERFORM RUN-BUDGET-MODE
           UNTIL BUDGET-MODE = "4".
           CLOSE BUDGET-FILE.
           END-PROGRAM.
               GOBACK.

      * The budget master belongs to this program; on a fresh
      * system OPEN I-O comes back status 35, so seed it with an
      * OPEN OUTPUT before opening it I-O for real.
       OPEN-BUDGET-FILE.
           OPEN I-O BUDGET-FILE.
           IF BUDGET-FILE-STATUS = "35"
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE.

       GET-BUDGET-MODE.
           DISPLAY " ".
           DISPLAY TEXT-BUDGET-MODE-PROMPT.
           DISPLAY TEXT-BUDGET-MODE-OPTION-1.
           DISPLAY TEXT-BUDGET-MODE-OPTION-2.
           DISPLAY TEXT-BUDGET-MODE-OPTION-3.
           DISPLAY TEXT-BUDGET-MODE-OPTION-4.
           ACCEPT BUDGET-MODE.

       RUN-BUDGET-MODE.
           EVALUATE BUDGET-MODE
               WHEN "1"
                   PERFORM ADD-BUDGET-LOOP
               WHEN "2"
                   PERFORM EDIT-BUDGET-LOOP
               WHEN "3"
                   PERFORM LIST-BUDGETS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF BUDGET-MODE NOT = "4"
               PERFORM GET-BUDGET-MODE.

       ADD-BUDGET-LOOP.
           MOVE "Y" TO YES-NO.
           PERFORM ADD-BUDGET
           UNTIL YES-NO = "N".

      * A year budget and the month budgets inside it are kept as
      * separate rows and judged separately, so the months need
      * not add up to the year.
       ADD-BUDGET.
           MOVE SPACE TO BUDGET-RECORD-ROW.
           PERFORM GET-BUDGET-KEY.
           IF FIELDS-VALID = "Y"
               PERFORM GET-BUDGET-VALUE
               IF FIELDS-VALID = "Y"
                   MOVE BUDGET-YEAR-FIELD TO BUD-YEAR
                   MOVE BUDGET-MONTH-FIELD TO BUD-MONTH
                   MOVE BUDGET-HOUSE-FIELD TO BUD-HOUSE
                   MOVE NEW-BUDGET-AMOUNT TO BUD-AMOUNT
                   MOVE NEW-LIMIT-ACTION TO BUD-LIMIT-ACTION
                   PERFORM WRITE-BUDGET-ROW.
           PERFORM RESTART-BUDGET.

      * The publisher must match the approved list exactly, the
      * same way COMIC-HOUSE does, or the budget would never meet
      * a single comic.
       GET-BUDGET-KEY.
           MOVE "Y" TO FIELDS-VALID.
           DISPLAY " ".
           PERFORM ASK-BUDGET-KEY.
           IF BUDGET-YEAR-FIELD NOT NUMERIC OR
              BUDGET-YEAR-FIELD = ZEROES
               DISPLAY ERROR-BUDGET-INVALID-YEAR
               MOVE "N" TO FIELDS-VALID.
           IF BUDGET-MONTH-FIELD NOT NUMERIC OR
              BUDGET-MONTH-FIELD > 12
               DISPLAY ERROR-BUDGET-INVALID-MONTH
               MOVE "N" TO FIELDS-VALID.
           IF BUDGET-HOUSE-FIELD NOT = SPACE
               PERFORM CHECK-BUDGET-HOUSE
               IF PUBLISHER-VALID = "N"
                   DISPLAY ERROR-BUDGET-INVALID-HOUSE
                   MOVE "N" TO FIELDS-VALID.

       ASK-BUDGET-KEY.
           DISPLAY TEXT-BUDGET-YEAR-PROMPT.
           MOVE ZEROES TO BUDGET-YEAR-FIELD.
           ACCEPT BUDGET-YEAR-FIELD.
           IF BUDGET-YEAR-FIELD NOT = ZEROES
               DISPLAY TEXT-BUDGET-MONTH-PROMPT
               MOVE ZEROES TO BUDGET-MONTH-FIELD
               ACCEPT BUDGET-MONTH-FIELD
               DISPLAY TEXT-BUDGET-HOUSE-PROMPT
               MOVE SPACE TO BUDGET-HOUSE-FIELD
               ACCEPT BUDGET-HOUSE-FIELD.

      * A site without a publisher file yet has nothing to check
      * against, so every house is waved through, as CREATE-RECORD
      * does.
       CHECK-BUDGET-HOUSE.
           MOVE "N" TO PUBLISHER-VALID.
           OPEN INPUT PUBLISHER-FILE.
           IF PUBLISHER-FILE-STATUS = "35"
               MOVE "Y" TO PUBLISHER-VALID
           ELSE
               MOVE "N" TO END-OF-PUBLISHERS
               PERFORM READ-ONE-PUBLISHER
               UNTIL END-OF-PUBLISHERS = "Y" OR
               PUBLISHER-VALID = "Y"
               CLOSE PUBLISHER-FILE.

       READ-ONE-PUBLISHER.
           READ PUBLISHER-FILE
               AT END
               MOVE "Y" TO END-OF-PUBLISHERS.
           IF END-OF-PUBLISHERS = "N" AND
              PUBLISHER-NAME = BUDGET-HOUSE-FIELD
               MOVE "Y" TO PUBLISHER-VALID.

      * A plain ACCEPT into a field with implied decimals does not
      * honor the decimal point, so the whole units and the cents
      * are taken as two integers and combined by hand, the way
      * CREATE-RECORD builds COMIC-VALUE. A blank action means warn.
       GET-BUDGET-VALUE.
           DISPLAY TEXT-BUDGET-WHOLE-PROMPT.
           MOVE ZEROES TO BUDGET-WHOLE-PART.
           ACCEPT BUDGET-WHOLE-PART.
           DISPLAY TEXT-BUDGET-CENTS-PROMPT.
           MOVE ZEROES TO BUDGET-CENTS-PART.
           ACCEPT BUDGET-CENTS-PART.
           IF BUDGET-WHOLE-PART NOT NUMERIC OR
              BUDGET-CENTS-PART NOT NUMERIC
               DISPLAY ERROR-BUDGET-INVALID-VALUE
               MOVE "N" TO FIELDS-VALID
           ELSE
               DIVIDE BUDGET-CENTS-PART BY 100
                   GIVING BUDGET-CENTS-FRACTION
               ADD BUDGET-WHOLE-PART BUDGET-CENTS-FRACTION
                   GIVING NEW-BUDGET-AMOUNT.
           IF FIELDS-VALID = "Y"
               DISPLAY TEXT-BUDGET-ACTION-PROMPT
               MOVE SPACE TO NEW-LIMIT-ACTION
               ACCEPT NEW-LIMIT-ACTION
               IF NEW-LIMIT-ACTION = SPACE OR "a"
                   MOVE "A" TO NEW-LIMIT-ACTION
               END-IF
               IF NEW-LIMIT-ACTION = "c"
                   MOVE "C" TO NEW-LIMIT-ACTION
               END-IF
               IF NEW-LIMIT-ACTION NOT = "A" AND
                  NEW-LIMIT-ACTION NOT = "C"
                   DISPLAY ERROR-BUDGET-INVALID-ACTION
                   MOVE "N" TO FIELDS-VALID.

       WRITE-BUDGET-ROW.
           WRITE BUDGET-RECORD-ROW
           INVALID KEY
               DISPLAY ERROR-BUDGET-DUPLICATE
           NOT INVALID KEY
               DISPLAY TEXT-BUDGET-ADDED.

       RESTART-BUDGET.
           DISPLAY TEXT-BUDGET-RESTART.
           ACCEPT YES-NO.
           IF YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
               MOVE "N" TO YES-NO.

       EDIT-BUDGET-LOOP.
           PERFORM GET-BUDGET-TO-EDIT.
           PERFORM EDIT-BUDGET-ROWS
           UNTIL BUDGET-YEAR-FIELD = ZEROES.

      * The find runs once before the loop tests anything, the
      * same way GET-RATE-TO-EDIT primes its loop.
       GET-BUDGET-TO-EDIT.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-BUDGET-ROW.
           PERFORM FIND-BUDGET-ROW
           UNTIL RECORD-FOUND = "Y" OR BUDGET-YEAR-FIELD = ZEROES.

       FIND-BUDGET-ROW.
           DISPLAY " ".
           DISPLAY TEXT-BUDGET-BLANK-EXIT.
           PERFORM ASK-BUDGET-KEY.
           IF BUDGET-YEAR-FIELD NOT = ZEROES
               MOVE BUDGET-YEAR-FIELD TO BUD-YEAR
               MOVE BUDGET-MONTH-FIELD TO BUD-MONTH
               MOVE BUDGET-HOUSE-FIELD TO BUD-HOUSE
               PERFORM READ-BUDGET-ROW
               IF RECORD-FOUND = "N"
                   DISPLAY ERROR-BUDGET-NO-FOUND.

       READ-BUDGET-ROW.
           MOVE "Y" TO RECORD-FOUND.
           READ BUDGET-FILE RECORD
           INVALID KEY
           MOVE "N" TO RECORD-FOUND.

       EDIT-BUDGET-ROWS.
           DISPLAY " ".
           PERFORM SHOW-BUDGET-ROW.
           DISPLAY TEXT-BUDGET-EDIT-PROMPT.
           ACCEPT BUDGET-EDIT-ACTION.
           EVALUATE BUDGET-EDIT-ACTION
               WHEN "1"
                   PERFORM CHANGE-BUDGET-ROW
               WHEN "2"
                   PERFORM DELETE-BUDGET-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM GET-BUDGET-TO-EDIT.

      * Only the amount and what happens when it is passed can be
      * corrected in place; a wrong period or publisher is a wrong
      * row, deleted and keyed again.
       CHANGE-BUDGET-ROW.
           MOVE "Y" TO FIELDS-VALID.
           PERFORM GET-BUDGET-VALUE.
           IF FIELDS-VALID = "Y"
               MOVE NEW-BUDGET-AMOUNT TO BUD-AMOUNT
               MOVE NEW-LIMIT-ACTION TO BUD-LIMIT-ACTION
               REWRITE BUDGET-RECORD-ROW
               INVALID KEY
                   DISPLAY ERROR-BUDGET-CANT-UPDATE
               NOT INVALID KEY
                   DISPLAY TEXT-BUDGET-UPDATED.

       DELETE-BUDGET-ROW.
           DELETE BUDGET-FILE RECORD
           INVALID KEY
               DISPLAY ERROR-BUDGET-CANT-UPDATE
           NOT INVALID KEY
               DISPLAY TEXT-BUDGET-DELETED.

       SHOW-BUDGET-ROW.
           MOVE BUD-AMOUNT TO BUDGET-SHOWN.
           PERFORM NAME-BUDGET-HOUSE.
           DISPLAY TEXT-BUDGET-SHOW-YEAR BUD-YEAR.
           DISPLAY TEXT-BUDGET-SHOW-MONTH BUD-MONTH.
           DISPLAY TEXT-BUDGET-SHOW-HOUSE HOUSE-SHOWN.
           DISPLAY TEXT-BUDGET-SHOW-AMOUNT BUDGET-SHOWN.
           DISPLAY TEXT-BUDGET-SHOW-ACTION BUD-LIMIT-ACTION.

       NAME-BUDGET-HOUSE.
           IF BUD-HOUSE = SPACE
               MOVE TEXT-BUDGET-ALL-HOUSES TO HOUSE-SHOWN
           ELSE
               MOVE BUD-HOUSE TO HOUSE-SHOWN.

      * A zero year lists every budget on file; a year lists that
      * year alone, the whole-year rows ahead of the months.
       LIST-BUDGETS.
           DISPLAY " ".
           DISPLAY TEXT-BUDGET-LIST-PROMPT.
           MOVE ZEROES TO BUDGET-YEAR-FIELD.
           ACCEPT BUDGET-YEAR-FIELD.
           IF BUDGET-YEAR-FIELD NOT NUMERIC
               MOVE ZEROES TO BUDGET-YEAR-FIELD.
           DISPLAY TEXT-BUDGET-LIST-TITLE.
           MOVE ZEROES TO BUDGET-LIST-COUNT.
           MOVE "N" TO END-OF-BUDGETS.
           MOVE BUDGET-YEAR-FIELD TO BUD-YEAR.
           MOVE ZEROES TO BUD-MONTH.
           MOVE SPACE TO BUD-HOUSE.
           START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-BUDGETS.
           PERFORM LIST-ONE-BUDGET
           UNTIL END-OF-BUDGETS = "Y".
           IF BUDGET-LIST-COUNT = ZEROES
               DISPLAY TEXT-BUDGET-LIST-NONE.

       LIST-ONE-BUDGET.
           READ BUDGET-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-BUDGETS.
           IF END-OF-BUDGETS = "N"
               IF BUDGET-YEAR-FIELD NOT = ZEROES AND
                  BUD-YEAR NOT = BUDGET-YEAR-FIELD
                   MOVE "Y" TO END-OF-BUDGETS
               ELSE
                   ADD 1 TO BUDGET-LIST-COUNT
                   MOVE BUD-AMOUNT TO BUDGET-SHOWN
                   PERFORM NAME-BUDGET-HOUSE
                   DISPLAY "  " BUD-YEAR " " BUD-MONTH " "
                       HOUSE-SHOWN " " BUDGET-SHOWN " "
                       BUD-LIMIT-ACTION.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "BUDGET-WS-ENG.cbl".

       END PROGRAM BUDGET-RECORD.
