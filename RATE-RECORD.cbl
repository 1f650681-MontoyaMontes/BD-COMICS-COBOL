       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATE-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "RATE-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "RATE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       77 RATE-MODE PIC X.
       77 YES-NO PIC X.
       77 RECORD-FOUND PIC X.
       77 FIELDS-VALID PIC X.
       77 CURRENCY-FIELD PIC X(03).
       77 RATE-DATE-FIELD PIC 9(08).
       77 RATE-WHOLE-PART PIC 9(05).
       77 RATE-MICRO-PART PIC 9(06).
       77 RATE-MICRO-FRACTION PIC 9V9(06).
       77 NEW-RATE PIC 9(05)V9(06).
       77 RATE-EDIT-ACTION PIC X.
       77 END-OF-RATES PIC X.
       77 RATE-LIST-COUNT PIC 9(03).
       77 RATE-SHOWN PIC Z(4)9.9(6).
       77 RATE-FILE-STATUS PIC X(02).

       COPY "RATE-WS-ESP.cbl".

       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM OPEN-RATE-FILE.
           PERFORM GET-RATE-MODE.
           PERFORM RUN-RATE-MODE
           UNTIL RATE-MODE = "4".
           CLOSE RATE-FILE.
           END-PROGRAM.
               GOBACK.

      * The rate master belongs to this program; on a fresh system
      * OPEN I-O comes back status 35, so seed it with an OPEN
      * OUTPUT before opening it I-O for real.
       OPEN-RATE-FILE.
           OPEN I-O RATE-FILE.
           IF RATE-FILE-STATUS = "35"
               OPEN OUTPUT RATE-FILE
               CLOSE RATE-FILE
               OPEN I-O RATE-FILE.

       GET-RATE-MODE.
           DISPLAY " ".
           DISPLAY TEXT-RATE-MODE-PROMPT.
           DISPLAY TEXT-RATE-MODE-OPTION-1.
           DISPLAY TEXT-RATE-MODE-OPTION-2.
           DISPLAY TEXT-RATE-MODE-OPTION-3.
           DISPLAY TEXT-RATE-MODE-OPTION-4.
           ACCEPT RATE-MODE.

       RUN-RATE-MODE.
           EVALUATE RATE-MODE
               WHEN "1"
                   PERFORM ADD-RATE-LOOP
               WHEN "2"
                   PERFORM EDIT-RATE-LOOP
               WHEN "3"
                   PERFORM LIST-RATES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RATE-MODE NOT = "4"
               PERFORM GET-RATE-MODE.

       ADD-RATE-LOOP.
           MOVE "Y" TO YES-NO.
           PERFORM ADD-RATE
           UNTIL YES-NO = "N".

      * A rate is never changed by keying a new row over an old
      * date: each row says what held from its own date on, so a
      * report re-run for last year still finds last year's rate.
       ADD-RATE.
           MOVE SPACE TO RATE-RECORD-ROW.
           PERFORM GET-RATE-KEY.
           IF FIELDS-VALID = "Y"
               PERFORM GET-RATE-VALUE
               IF FIELDS-VALID = "Y"
                   MOVE CURRENCY-FIELD TO RATE-CURRENCY
                   MOVE RATE-DATE-FIELD TO RATE-DATE
                   MOVE NEW-RATE TO RATE-TO-BASE
                   PERFORM WRITE-RATE-ROW.
           PERFORM RESTART-RATE.

      * The code is kept exactly as typed, upper case expected, the
      * same way COMIC-HOUSE must match its list exactly; the date
      * is the day the rate takes effect.
       GET-RATE-KEY.
           MOVE "Y" TO FIELDS-VALID.
           DISPLAY " ".
           DISPLAY TEXT-RATE-CURRENCY-PROMPT.
           MOVE SPACE TO CURRENCY-FIELD.
           ACCEPT CURRENCY-FIELD.
           IF CURRENCY-FIELD = SPACE
               DISPLAY ERROR-RATE-BLANK
               MOVE "N" TO FIELDS-VALID
           ELSE
               DISPLAY TEXT-RATE-DATE-PROMPT
               MOVE ZEROES TO RATE-DATE-FIELD
               ACCEPT RATE-DATE-FIELD
               IF RATE-DATE-FIELD NOT NUMERIC OR
                  RATE-DATE-FIELD = ZEROES
                   DISPLAY ERROR-RATE-INVALID-DATE
                   MOVE "N" TO FIELDS-VALID.

      * A plain ACCEPT into a field with implied decimals does not
      * honor the decimal point, so the whole units and the six
      * decimals are taken as two integers and combined by hand,
      * the way CREATE-RECORD builds COMIC-VALUE.
       GET-RATE-VALUE.
           DISPLAY TEXT-RATE-WHOLE-PROMPT.
           MOVE ZEROES TO RATE-WHOLE-PART.
           ACCEPT RATE-WHOLE-PART.
           DISPLAY TEXT-RATE-MICRO-PROMPT.
           MOVE ZEROES TO RATE-MICRO-PART.
           ACCEPT RATE-MICRO-PART.
           IF RATE-WHOLE-PART NOT NUMERIC OR
              RATE-MICRO-PART NOT NUMERIC
               DISPLAY ERROR-RATE-INVALID-VALUE
               MOVE "N" TO FIELDS-VALID
           ELSE
               DIVIDE RATE-MICRO-PART BY 1000000
                   GIVING RATE-MICRO-FRACTION
               ADD RATE-WHOLE-PART RATE-MICRO-FRACTION
                   GIVING NEW-RATE
               IF NEW-RATE = ZEROES
                   DISPLAY ERROR-RATE-INVALID-VALUE
                   MOVE "N" TO FIELDS-VALID.

       WRITE-RATE-ROW.
           WRITE RATE-RECORD-ROW
           INVALID KEY
               DISPLAY ERROR-RATE-DUPLICATE
           NOT INVALID KEY
               DISPLAY TEXT-RATE-ADDED.

       RESTART-RATE.
           DISPLAY TEXT-RATE-RESTART.
           ACCEPT YES-NO.
           IF YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
               MOVE "N" TO YES-NO.

       EDIT-RATE-LOOP.
           PERFORM GET-RATE-TO-EDIT.
           PERFORM EDIT-RATE-ROWS
           UNTIL CURRENCY-FIELD = SPACE.

      * The find runs once before the loop tests anything, the
      * same way GET-LOCATION-TO-EDIT primes its loop.
       GET-RATE-TO-EDIT.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-RATE-ROW.
           PERFORM FIND-RATE-ROW
           UNTIL RECORD-FOUND = "Y" OR CURRENCY-FIELD = SPACE.

       FIND-RATE-ROW.
           DISPLAY " ".
           DISPLAY TEXT-RATE-CURRENCY-PROMPT.
           DISPLAY TEXT-RATE-BLANK-EXIT.
           MOVE SPACE TO CURRENCY-FIELD.
           ACCEPT CURRENCY-FIELD.
           IF CURRENCY-FIELD NOT = SPACE
               DISPLAY TEXT-RATE-DATE-PROMPT
               MOVE ZEROES TO RATE-DATE-FIELD
               ACCEPT RATE-DATE-FIELD
               MOVE CURRENCY-FIELD TO RATE-CURRENCY
               MOVE RATE-DATE-FIELD TO RATE-DATE
               PERFORM READ-RATE-ROW
               IF RECORD-FOUND = "N"
                   DISPLAY ERROR-RATE-NO-FOUND.

       READ-RATE-ROW.
           MOVE "Y" TO RECORD-FOUND.
           READ RATE-FILE RECORD
           INVALID KEY
           MOVE "N" TO RECORD-FOUND.

       EDIT-RATE-ROWS.
           DISPLAY " ".
           PERFORM SHOW-RATE-ROW.
           DISPLAY TEXT-RATE-EDIT-PROMPT.
           ACCEPT RATE-EDIT-ACTION.
           EVALUATE RATE-EDIT-ACTION
               WHEN "1"
                   PERFORM CHANGE-RATE-ROW
               WHEN "2"
                   PERFORM DELETE-RATE-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM GET-RATE-TO-EDIT.

      * Only the rate itself can be corrected in place; a wrong
      * currency or date is a wrong row, deleted and keyed again.
       CHANGE-RATE-ROW.
           MOVE "Y" TO FIELDS-VALID.
           PERFORM GET-RATE-VALUE.
           IF FIELDS-VALID = "Y"
               MOVE NEW-RATE TO RATE-TO-BASE
               REWRITE RATE-RECORD-ROW
               INVALID KEY
                   DISPLAY ERROR-RATE-CANT-UPDATE
               NOT INVALID KEY
                   DISPLAY TEXT-RATE-UPDATED.

       DELETE-RATE-ROW.
           DELETE RATE-FILE RECORD
           INVALID KEY
               DISPLAY ERROR-RATE-CANT-UPDATE
           NOT INVALID KEY
               DISPLAY TEXT-RATE-DELETED.

       SHOW-RATE-ROW.
           MOVE RATE-TO-BASE TO RATE-SHOWN.
           DISPLAY TEXT-RATE-SHOW-CURRENCY RATE-CURRENCY.
           DISPLAY TEXT-RATE-SHOW-DATE RATE-DATE.
           DISPLAY TEXT-RATE-SHOW-RATE RATE-SHOWN.

      * A blank currency lists every rate on file; a code lists
      * that currency's history alone, oldest first.
       LIST-RATES.
           DISPLAY " ".
           DISPLAY TEXT-RATE-LIST-PROMPT.
           MOVE SPACE TO CURRENCY-FIELD.
           ACCEPT CURRENCY-FIELD.
           DISPLAY TEXT-RATE-LIST-TITLE.
           MOVE ZEROES TO RATE-LIST-COUNT.
           MOVE "N" TO END-OF-RATES.
           MOVE CURRENCY-FIELD TO RATE-CURRENCY.
           MOVE ZEROES TO RATE-DATE.
           START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-RATES.
           PERFORM LIST-ONE-RATE
           UNTIL END-OF-RATES = "Y".
           IF RATE-LIST-COUNT = ZEROES
               DISPLAY TEXT-RATE-LIST-NONE.

       LIST-ONE-RATE.
           READ RATE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-RATES.
           IF END-OF-RATES = "N"
               IF CURRENCY-FIELD NOT = SPACE AND
                  RATE-CURRENCY NOT = CURRENCY-FIELD
                   MOVE "Y" TO END-OF-RATES
               ELSE
                   ADD 1 TO RATE-LIST-COUNT
                   MOVE RATE-TO-BASE TO RATE-SHOWN
                   DISPLAY "  " RATE-CURRENCY " " RATE-DATE " "
                       RATE-SHOWN.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "RATE-WS-ENG.cbl".

       END PROGRAM RATE-RECORD.
