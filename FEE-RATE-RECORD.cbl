       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-RATE-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "FEERATE-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "FEERATE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       77 FEE-MODE PIC X.
       77 YES-NO PIC X.
       77 RECORD-FOUND PIC X.
       77 FIELDS-VALID PIC X.
       77 DAYS-FIELD PIC Z(3).
       77 FROM-DAYS-FIELD PIC 9(03).
       77 AMOUNT-WHOLE-PART PIC 9(05).
       77 AMOUNT-CENTS-PART PIC 9(02).
       77 AMOUNT-CENTS-FRACTION PIC 9V99.
       77 NEW-PER-DAY PIC 9(03)V99.
       77 NEW-MAX-CHARGE PIC 9(05)V99.
       77 FEE-EDIT-ACTION PIC X.
       77 END-OF-FEES PIC X.
       77 FEE-LIST-COUNT PIC 9(03).
       77 PER-DAY-SHOWN PIC ZZ9.99.
       77 MAX-CHARGE-SHOWN PIC Z(4)9.99.
       77 FEERATE-FILE-STATUS PIC X(02).

       COPY "FEERATE-WS-ESP.cbl".

      * Upkeep of the late-fee bands CHECKOUT-RECORD charges from
      * at check-in: each band says from how many days late it
      * applies, what it costs per day and the most one return can
      * cost under it.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM OPEN-FEERATE-FILE.
           PERFORM GET-FEE-MODE.
           PERFORM RUN-FEE-MODE
           UNTIL FEE-MODE = "4".
           CLOSE FEERATE-FILE.
           END-PROGRAM.
               GOBACK.

      * The fee table belongs to this program; on a fresh system
      * OPEN I-O comes back status 35, so seed it with an OPEN
      * OUTPUT before opening it I-O for real.
       OPEN-FEERATE-FILE.
           OPEN I-O FEERATE-FILE.
           IF FEERATE-FILE-STATUS = "35"
               OPEN OUTPUT FEERATE-FILE
               CLOSE FEERATE-FILE
               OPEN I-O FEERATE-FILE.

       GET-FEE-MODE.
           DISPLAY " ".
           DISPLAY TEXT-FEE-MODE-PROMPT.
           DISPLAY TEXT-FEE-MODE-OPTION-1.
           DISPLAY TEXT-FEE-MODE-OPTION-2.
           DISPLAY TEXT-FEE-MODE-OPTION-3.
           DISPLAY TEXT-FEE-MODE-OPTION-4.
           ACCEPT FEE-MODE.

       RUN-FEE-MODE.
           EVALUATE FEE-MODE
               WHEN "1"
                   PERFORM ADD-FEE-LOOP
               WHEN "2"
                   PERFORM EDIT-FEE-LOOP
               WHEN "3"
                   PERFORM LIST-FEES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF FEE-MODE NOT = "4"
               PERFORM GET-FEE-MODE.

       ADD-FEE-LOOP.
           MOVE "Y" TO YES-NO.
           PERFORM ADD-FEE
           UNTIL YES-NO = "N".

       ADD-FEE.
           MOVE SPACE TO FEERATE-RECORD.
           PERFORM GET-FEE-KEY.
           IF FIELDS-VALID = "Y"
               PERFORM GET-FEE-AMOUNTS
               IF FIELDS-VALID = "Y"
                   MOVE FROM-DAYS-FIELD TO FEE-FROM-DAYS
                   MOVE NEW-PER-DAY TO FEE-PER-DAY
                   MOVE NEW-MAX-CHARGE TO FEE-MAX-CHARGE
                   PERFORM WRITE-FEE-ROW.
           PERFORM RESTART-FEE.

      * A band starts on the first day late at the earliest; zero
      * days is not a delay, and is kept as the way out of the
      * edit loop.
       GET-FEE-KEY.
           MOVE "Y" TO FIELDS-VALID.
           DISPLAY " ".
           DISPLAY TEXT-FEE-DAYS-PROMPT.
           MOVE ZEROES TO DAYS-FIELD.
           ACCEPT DAYS-FIELD.
           MOVE DAYS-FIELD TO FROM-DAYS-FIELD.
           IF FROM-DAYS-FIELD = ZEROES
               DISPLAY ERROR-FEE-INVALID-DAYS
               MOVE "N" TO FIELDS-VALID.

      * A plain ACCEPT into a field with implied decimals does not
      * honor the decimal point, so both amounts are taken as whole
      * units and cents and combined by hand, the way CREATE-RECORD
      * builds COMIC-VALUE.
       GET-FEE-AMOUNTS.
           DISPLAY TEXT-FEE-PER-DAY-WHOLE.
           MOVE ZEROES TO AMOUNT-WHOLE-PART.
           ACCEPT AMOUNT-WHOLE-PART.
           DISPLAY TEXT-FEE-PER-DAY-CENTS.
           MOVE ZEROES TO AMOUNT-CENTS-PART.
           ACCEPT AMOUNT-CENTS-PART.
           IF AMOUNT-WHOLE-PART NOT NUMERIC OR
              AMOUNT-CENTS-PART NOT NUMERIC OR
              AMOUNT-WHOLE-PART > 999
               DISPLAY ERROR-FEE-INVALID-AMOUNT
               MOVE "N" TO FIELDS-VALID
           ELSE
               DIVIDE AMOUNT-CENTS-PART BY 100
                   GIVING AMOUNT-CENTS-FRACTION
               ADD AMOUNT-WHOLE-PART AMOUNT-CENTS-FRACTION
                   GIVING NEW-PER-DAY
               PERFORM GET-FEE-MAX-CHARGE.

      * Both halves blank leave the cap at zero: the daily rate
      * keeps running for as long as the comic stays out.
       GET-FEE-MAX-CHARGE.
           DISPLAY TEXT-FEE-MAX-WHOLE.
           MOVE ZEROES TO AMOUNT-WHOLE-PART.
           ACCEPT AMOUNT-WHOLE-PART.
           DISPLAY TEXT-FEE-MAX-CENTS.
           MOVE ZEROES TO AMOUNT-CENTS-PART.
           ACCEPT AMOUNT-CENTS-PART.
           IF AMOUNT-WHOLE-PART NOT NUMERIC OR
              AMOUNT-CENTS-PART NOT NUMERIC
               DISPLAY ERROR-FEE-INVALID-AMOUNT
               MOVE "N" TO FIELDS-VALID
           ELSE
               DIVIDE AMOUNT-CENTS-PART BY 100
                   GIVING AMOUNT-CENTS-FRACTION
               ADD AMOUNT-WHOLE-PART AMOUNT-CENTS-FRACTION
                   GIVING NEW-MAX-CHARGE.

       WRITE-FEE-ROW.
           WRITE FEERATE-RECORD
           INVALID KEY
               DISPLAY ERROR-FEE-DUPLICATE
           NOT INVALID KEY
               DISPLAY TEXT-FEE-ADDED.

       RESTART-FEE.
           DISPLAY TEXT-FEE-RESTART.
           ACCEPT YES-NO.
           IF YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
               MOVE "N" TO YES-NO.

       EDIT-FEE-LOOP.
           PERFORM GET-FEE-TO-EDIT.
           PERFORM EDIT-FEE-ROWS
           UNTIL FROM-DAYS-FIELD = ZEROES.

      * The find runs once before the loop tests anything, the
      * same way GET-RATE-TO-EDIT primes its loop.
       GET-FEE-TO-EDIT.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-FEE-ROW.
           PERFORM FIND-FEE-ROW
           UNTIL RECORD-FOUND = "Y" OR FROM-DAYS-FIELD = ZEROES.

       FIND-FEE-ROW.
           DISPLAY " ".
           DISPLAY TEXT-FEE-DAYS-PROMPT.
           DISPLAY TEXT-FEE-ZERO-EXIT.
           MOVE ZEROES TO DAYS-FIELD.
           ACCEPT DAYS-FIELD.
           MOVE DAYS-FIELD TO FROM-DAYS-FIELD.
           IF FROM-DAYS-FIELD NOT = ZEROES
               MOVE FROM-DAYS-FIELD TO FEE-FROM-DAYS
               PERFORM READ-FEE-ROW
               IF RECORD-FOUND = "N"
                   DISPLAY ERROR-FEE-NO-FOUND.

       READ-FEE-ROW.
           MOVE "Y" TO RECORD-FOUND.
           READ FEERATE-FILE RECORD
           INVALID KEY
           MOVE "N" TO RECORD-FOUND.

       EDIT-FEE-ROWS.
           DISPLAY " ".
           PERFORM SHOW-FEE-ROW.
           DISPLAY TEXT-FEE-EDIT-PROMPT.
           ACCEPT FEE-EDIT-ACTION.
           EVALUATE FEE-EDIT-ACTION
               WHEN "1"
                   PERFORM CHANGE-FEE-ROW
               WHEN "2"
                   PERFORM DELETE-FEE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM GET-FEE-TO-EDIT.

      * Only the amounts can be corrected in place; a band that
      * should start on another day is deleted and keyed again.
       CHANGE-FEE-ROW.
           MOVE "Y" TO FIELDS-VALID.
           PERFORM GET-FEE-AMOUNTS.
           IF FIELDS-VALID = "Y"
               MOVE NEW-PER-DAY TO FEE-PER-DAY
               MOVE NEW-MAX-CHARGE TO FEE-MAX-CHARGE
               REWRITE FEERATE-RECORD
               INVALID KEY
                   DISPLAY ERROR-FEE-CANT-UPDATE
               NOT INVALID KEY
                   DISPLAY TEXT-FEE-UPDATED.

       DELETE-FEE-ROW.
           DELETE FEERATE-FILE RECORD
           INVALID KEY
               DISPLAY ERROR-FEE-CANT-UPDATE
           NOT INVALID KEY
               DISPLAY TEXT-FEE-DELETED.

       SHOW-FEE-ROW.
           MOVE FEE-PER-DAY TO PER-DAY-SHOWN.
           MOVE FEE-MAX-CHARGE TO MAX-CHARGE-SHOWN.
           DISPLAY TEXT-FEE-SHOW-DAYS FEE-FROM-DAYS.
           DISPLAY TEXT-FEE-SHOW-PER-DAY PER-DAY-SHOWN.
           DISPLAY TEXT-FEE-SHOW-MAX MAX-CHARGE-SHOWN.

       LIST-FEES.
           DISPLAY " ".
           DISPLAY TEXT-FEE-LIST-TITLE.
           MOVE ZEROES TO FEE-LIST-COUNT.
           MOVE "N" TO END-OF-FEES.
           MOVE ZEROES TO FEE-FROM-DAYS.
           START FEERATE-FILE KEY IS NOT LESS THAN FEE-FROM-DAYS
               INVALID KEY
               MOVE "Y" TO END-OF-FEES.
           PERFORM LIST-ONE-FEE
           UNTIL END-OF-FEES = "Y".
           IF FEE-LIST-COUNT = ZEROES
               DISPLAY TEXT-FEE-LIST-NONE.

       LIST-ONE-FEE.
           READ FEERATE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-FEES.
           IF END-OF-FEES = "N"
               ADD 1 TO FEE-LIST-COUNT
               MOVE FEE-PER-DAY TO PER-DAY-SHOWN
               MOVE FEE-MAX-CHARGE TO MAX-CHARGE-SHOWN
               DISPLAY "  " FEE-FROM-DAYS "   " PER-DAY-SHOWN "   "
                   MAX-CHARGE-SHOWN.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "FEERATE-WS-ENG.cbl".

       END PROGRAM FEE-RATE-RECORD.
