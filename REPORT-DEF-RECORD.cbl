       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DEF-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "REPDEF-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "REPDEF-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       77 DEF-MODE PIC X.
       77 YES-NO PIC X.
       77 RECORD-FOUND PIC X.
       77 FIELD-OK PIC X.
       77 SECTION-DONE PIC X.
       77 END-OF-DEFS PIC X.
       77 DEF-LIST-COUNT PIC 9(03).
       77 NAME-FIELD PIC X(10).
       77 TITLE-FIELD PIC X(50).
       77 ANSWER-FIELD PIC X(01).
       77 OPERATOR-FIELD PIC X(02).
       77 VALUE-FIELD PIC X(40).
       77 VALUE-LENGTH PIC 9(02).
       77 FIELD-PICK-FIELD PIC X(02).
       77 FIELD-PICK PIC 9(02).
       77 FIELD-INDEX PIC 9(02).
       77 FIELD-INDEX-ED PIC Z9.
       77 SLOT-INDEX PIC 9(01).
       77 SLOT-NUMBER PIC 9.
       77 SORT-KEY-COUNT PIC 9(01).
       77 REPDEF-FILE-STATUS PIC X(02).
       COPY "REPFLD-WS.cbl".

       COPY "REPDEF-WS-ESP.cbl".

      * Upkeep of the saved ad hoc report definitions RUN-REPORT-DEF
      * prints from: a name and title, up to five criteria on any
      * COMIC-RECORD field, up to three sort keys, up to eight
      * columns and where to subtotal. Fields are picked by their
      * number in the catalogue the screen lists.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM OPEN-REPDEF-FILE.
           PERFORM GET-DEF-MODE.
           PERFORM RUN-DEF-MODE
           UNTIL DEF-MODE = "5".
           CLOSE REPDEF-FILE.
           END-PROGRAM.
               GOBACK.

      * The definitions file belongs to this program; on a fresh
      * system OPEN I-O comes back status 35, so seed it with an
      * OPEN OUTPUT before opening it I-O for real.
       OPEN-REPDEF-FILE.
           OPEN I-O REPDEF-FILE.
           IF REPDEF-FILE-STATUS = "35"
               OPEN OUTPUT REPDEF-FILE
               CLOSE REPDEF-FILE
               OPEN I-O REPDEF-FILE.

       GET-DEF-MODE.
           DISPLAY " ".
           DISPLAY TEXT-REPDEF-MODE-PROMPT.
           DISPLAY TEXT-REPDEF-MODE-OPTION-1.
           DISPLAY TEXT-REPDEF-MODE-OPTION-2.
           DISPLAY TEXT-REPDEF-MODE-OPTION-3.
           DISPLAY TEXT-REPDEF-MODE-OPTION-4.
           DISPLAY TEXT-REPDEF-MODE-OPTION-5.
           ACCEPT DEF-MODE.

       RUN-DEF-MODE.
           EVALUATE DEF-MODE
               WHEN "1"
                   PERFORM ADD-DEFINITION
               WHEN "2"
                   PERFORM CHANGE-DEFINITION
               WHEN "3"
                   PERFORM DELETE-DEFINITION
               WHEN "4"
                   PERFORM LIST-DEFINITIONS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF DEF-MODE NOT = "5"
               PERFORM GET-DEF-MODE.

       ADD-DEFINITION.
           PERFORM GET-DEF-NAME.
           IF NAME-FIELD NOT = SPACE
               IF RECORD-FOUND = "Y"
                   DISPLAY ERROR-REPDEF-DUPLICATE
               ELSE
                   MOVE SPACE TO REPDEF-RECORD
                   MOVE NAME-FIELD TO RD-NAME
                   MOVE "N" TO RD-SCHEDULED
                   PERFORM CLEAR-CRITERIA
                   PERFORM CLEAR-SORT-KEYS
                   PERFORM CLEAR-COLUMNS
                   MOVE ZEROES TO RD-SUBTOTAL-LEVEL
                   PERFORM GET-DEF-TITLE
                   PERFORM GET-DEF-SCHEDULED
                   PERFORM GET-DEF-CRITERIA
                   PERFORM GET-DEF-SORT-KEYS
                   PERFORM GET-DEF-COLUMNS
                   PERFORM GET-DEF-SUBTOTALS
                   PERFORM WRITE-DEFINITION.

      * Each part of the definition is offered in turn and only
      * the parts answered "S" are keyed again; the rest stay as
      * they were.
       CHANGE-DEFINITION.
           PERFORM GET-DEF-NAME.
           IF NAME-FIELD NOT = SPACE
               IF RECORD-FOUND = "N"
                   DISPLAY ERROR-REPDEF-NO-FOUND
               ELSE
                   PERFORM SHOW-DEFINITION
                   DISPLAY TEXT-REPDEF-KEEP-BLANK
                   PERFORM GET-DEF-TITLE
                   PERFORM GET-DEF-SCHEDULED
                   DISPLAY TEXT-REPDEF-CHANGE-CRITERIA
                   PERFORM ASK-YES-NO
                   IF YES-NO = "Y"
                       PERFORM CLEAR-CRITERIA
                       PERFORM GET-DEF-CRITERIA
                   END-IF
                   DISPLAY TEXT-REPDEF-CHANGE-SORT
                   PERFORM ASK-YES-NO
                   IF YES-NO = "Y"
                       PERFORM CLEAR-SORT-KEYS
                       PERFORM GET-DEF-SORT-KEYS
                   END-IF
                   DISPLAY TEXT-REPDEF-CHANGE-COLUMNS
                   PERFORM ASK-YES-NO
                   IF YES-NO = "Y"
                       PERFORM CLEAR-COLUMNS
                       PERFORM GET-DEF-COLUMNS
                   END-IF
                   PERFORM GET-DEF-SUBTOTALS
                   PERFORM REWRITE-DEFINITION.

       DELETE-DEFINITION.
           PERFORM GET-DEF-NAME.
           IF NAME-FIELD NOT = SPACE
               IF RECORD-FOUND = "N"
                   DISPLAY ERROR-REPDEF-NO-FOUND
               ELSE
                   PERFORM SHOW-DEFINITION
                   DISPLAY TEXT-REPDEF-CONFIRM-DELETE
                   PERFORM ASK-YES-NO
                   IF YES-NO = "Y"
                       DELETE REPDEF-FILE RECORD
                       INVALID KEY
                           DISPLAY ERROR-REPDEF-CANT-UPDATE
                       NOT INVALID KEY
                           DISPLAY TEXT-REPDEF-DELETED.

      * Reads the definition the name points at, if there is one;
      * a blank name is the way back to the mode prompt.
       GET-DEF-NAME.
           DISPLAY " ".
           DISPLAY TEXT-REPDEF-NAME-PROMPT.
           MOVE SPACE TO NAME-FIELD.
           ACCEPT NAME-FIELD.
           MOVE "N" TO RECORD-FOUND.
           IF NAME-FIELD NOT = SPACE
               MOVE NAME-FIELD TO RD-NAME
               READ REPDEF-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO RECORD-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO RECORD-FOUND
               END-READ.

       ASK-YES-NO.
           MOVE SPACE TO YES-NO.
           ACCEPT YES-NO.
           IF YES-NO = "s" OR YES-NO = "S" OR YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
               MOVE "N" TO YES-NO.

       CLEAR-CRITERIA.
           MOVE ZEROES TO SLOT-INDEX.
           PERFORM CLEAR-ONE-CRITERION
           UNTIL SLOT-INDEX = 5.

       CLEAR-ONE-CRITERION.
           ADD 1 TO SLOT-INDEX.
           MOVE ZEROES TO RD-CRIT-FIELD(SLOT-INDEX).
           MOVE SPACE TO RD-CRIT-OPERATOR(SLOT-INDEX).
           MOVE SPACE TO RD-CRIT-VALUE(SLOT-INDEX).

       CLEAR-SORT-KEYS.
           MOVE ZEROES TO SLOT-INDEX.
           PERFORM CLEAR-ONE-SORT-KEY
           UNTIL SLOT-INDEX = 3.

       CLEAR-ONE-SORT-KEY.
           ADD 1 TO SLOT-INDEX.
           MOVE ZEROES TO RD-SORT-FIELD(SLOT-INDEX).
           MOVE SPACE TO RD-SORT-ORDER(SLOT-INDEX).

       CLEAR-COLUMNS.
           MOVE ZEROES TO SLOT-INDEX.
           PERFORM CLEAR-ONE-COLUMN
           UNTIL SLOT-INDEX = 8.

       CLEAR-ONE-COLUMN.
           ADD 1 TO SLOT-INDEX.
           MOVE ZEROES TO RD-COLUMN-FIELD(SLOT-INDEX).

      * A blank answer keeps the title already there, which on a
      * new definition is blank.
       GET-DEF-TITLE.
           DISPLAY TEXT-REPDEF-TITLE-PROMPT.
           MOVE SPACE TO TITLE-FIELD.
           ACCEPT TITLE-FIELD.
           IF TITLE-FIELD NOT = SPACE
               MOVE TITLE-FIELD TO RD-TITLE.

       GET-DEF-SCHEDULED.
           DISPLAY TEXT-REPDEF-SCHEDULED-PROMPT.
           MOVE SPACE TO ANSWER-FIELD.
           ACCEPT ANSWER-FIELD.
           IF ANSWER-FIELD = "s" OR ANSWER-FIELD = "S"
               MOVE "S" TO RD-SCHEDULED
           ELSE
               IF ANSWER-FIELD NOT = SPACE
                   MOVE "N" TO RD-SCHEDULED.

       GET-DEF-CRITERIA.
           PERFORM SHOW-FIELD-CATALOGUE.
           DISPLAY TEXT-REPDEF-CRITERIA-TITLE.
           MOVE ZEROES TO SLOT-INDEX.
           MOVE "N" TO SECTION-DONE.
           PERFORM GET-ONE-CRITERION
           UNTIL SLOT-INDEX = 5 OR SECTION-DONE = "Y".

       GET-ONE-CRITERION.
           MOVE SLOT-INDEX TO SLOT-NUMBER.
           ADD 1 TO SLOT-NUMBER.
           DISPLAY TEXT-REPDEF-CRITERION-FIELD SLOT-NUMBER.
           PERFORM ASK-FIELD-NUMBER.
           IF FIELD-PICK = ZEROES
               MOVE "Y" TO SECTION-DONE
           ELSE
               ADD 1 TO SLOT-INDEX
               MOVE FIELD-PICK TO RD-CRIT-FIELD(SLOT-INDEX)
               PERFORM ASK-OPERATOR
               MOVE OPERATOR-FIELD TO RD-CRIT-OPERATOR(SLOT-INDEX)
               PERFORM ASK-CRITERION-VALUE
               MOVE VALUE-FIELD TO RD-CRIT-VALUE(SLOT-INDEX).

      * A one-digit answer arrives as the digit plus a trailing
      * space, so the short form is taken apart the way the
      * operations console reads its job numbers. Blank is zero,
      * the end of the list being keyed.
       ASK-FIELD-NUMBER.
           MOVE "N" TO FIELD-OK.
           PERFORM TRY-FIELD-NUMBER
           UNTIL FIELD-OK = "Y".

       TRY-FIELD-NUMBER.
           MOVE "Y" TO FIELD-OK.
           MOVE ZEROES TO FIELD-PICK.
           MOVE SPACE TO FIELD-PICK-FIELD.
           ACCEPT FIELD-PICK-FIELD.
           IF FIELD-PICK-FIELD NOT = SPACE
               IF FIELD-PICK-FIELD IS NUMERIC
                   MOVE FIELD-PICK-FIELD TO FIELD-PICK
               ELSE
                   IF FIELD-PICK-FIELD(1:1) IS NUMERIC AND
                      FIELD-PICK-FIELD(2:1) = SPACE
                       MOVE FIELD-PICK-FIELD(1:1) TO FIELD-PICK
                   ELSE
                       MOVE "N" TO FIELD-OK.
           IF FIELD-OK = "Y" AND FIELD-PICK-FIELD NOT = SPACE
               IF FIELD-PICK = ZEROES OR
                  FIELD-PICK > REPORT-FIELD-COUNT
                   MOVE "N" TO FIELD-OK.
           IF FIELD-OK = "N"
               DISPLAY ERROR-REPDEF-BAD-FIELD.

       ASK-OPERATOR.
           MOVE "N" TO FIELD-OK.
           PERFORM TRY-OPERATOR
           UNTIL FIELD-OK = "Y".

       TRY-OPERATOR.
           DISPLAY TEXT-REPDEF-OPERATOR-PROMPT.
           MOVE SPACE TO OPERATOR-FIELD.
           ACCEPT OPERATOR-FIELD.
           IF OPERATOR-FIELD = "= " OR OPERATOR-FIELD = "<>" OR
              OPERATOR-FIELD = "> " OR OPERATOR-FIELD = ">=" OR
              OPERATOR-FIELD = "< " OR OPERATOR-FIELD = "<="
               MOVE "Y" TO FIELD-OK
           ELSE
               DISPLAY ERROR-REPDEF-BAD-OPERATOR.

      * Text is compared exactly as stored, so the value is kept
      * as typed; against a numeric field it must be a whole
      * number of up to nine digits, blank counting as zero.
       ASK-CRITERION-VALUE.
           MOVE "N" TO FIELD-OK.
           PERFORM TRY-CRITERION-VALUE
           UNTIL FIELD-OK = "Y".

       TRY-CRITERION-VALUE.
           MOVE "Y" TO FIELD-OK.
           IF RF-KIND(FIELD-PICK) = "X"
               DISPLAY TEXT-REPDEF-VALUE-TEXT
           ELSE
               DISPLAY TEXT-REPDEF-VALUE-NUMBER.
           MOVE SPACE TO VALUE-FIELD.
           ACCEPT VALUE-FIELD.
           IF RF-KIND(FIELD-PICK) NOT = "X" AND
              VALUE-FIELD NOT = SPACE
               PERFORM CHECK-NUMBER-VALUE.
           IF FIELD-OK = "N"
               DISPLAY ERROR-REPDEF-BAD-NUMBER.

       CHECK-NUMBER-VALUE.
           MOVE ZEROES TO VALUE-LENGTH.
           INSPECT VALUE-FIELD TALLYING VALUE-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF VALUE-LENGTH = ZEROES OR VALUE-LENGTH > 9
               MOVE "N" TO FIELD-OK
           ELSE
               IF VALUE-FIELD(1:VALUE-LENGTH) NOT NUMERIC
                   MOVE "N" TO FIELD-OK
               ELSE
                   IF VALUE-FIELD(VALUE-LENGTH + 1:) NOT = SPACE
                       MOVE "N" TO FIELD-OK.

       GET-DEF-SORT-KEYS.
           PERFORM SHOW-FIELD-CATALOGUE.
           DISPLAY TEXT-REPDEF-SORT-TITLE.
           MOVE ZEROES TO SLOT-INDEX.
           MOVE "N" TO SECTION-DONE.
           PERFORM GET-ONE-SORT-KEY
           UNTIL SLOT-INDEX = 3 OR SECTION-DONE = "Y".

       GET-ONE-SORT-KEY.
           MOVE SLOT-INDEX TO SLOT-NUMBER.
           ADD 1 TO SLOT-NUMBER.
           DISPLAY TEXT-REPDEF-SORT-FIELD SLOT-NUMBER.
           PERFORM ASK-FIELD-NUMBER.
           IF FIELD-PICK = ZEROES
               MOVE "Y" TO SECTION-DONE
           ELSE
               ADD 1 TO SLOT-INDEX
               MOVE FIELD-PICK TO RD-SORT-FIELD(SLOT-INDEX)
               DISPLAY TEXT-REPDEF-SORT-ORDER
               MOVE SPACE TO ANSWER-FIELD
               ACCEPT ANSWER-FIELD
               IF ANSWER-FIELD = "D" OR ANSWER-FIELD = "d"
                   MOVE "D" TO RD-SORT-ORDER(SLOT-INDEX)
               ELSE
                   MOVE "A" TO RD-SORT-ORDER(SLOT-INDEX).

      * A definition with no columns would print empty lines, so
      * keying none gets the ID, title, issue and value.
       GET-DEF-COLUMNS.
           PERFORM SHOW-FIELD-CATALOGUE.
           DISPLAY TEXT-REPDEF-COLUMNS-TITLE.
           MOVE ZEROES TO SLOT-INDEX.
           MOVE "N" TO SECTION-DONE.
           PERFORM GET-ONE-COLUMN
           UNTIL SLOT-INDEX = 8 OR SECTION-DONE = "Y".
           IF RD-COLUMN-FIELD(1) = ZEROES
               MOVE 1 TO RD-COLUMN-FIELD(1)
               MOVE 5 TO RD-COLUMN-FIELD(2)
               MOVE 3 TO RD-COLUMN-FIELD(3)
               MOVE 9 TO RD-COLUMN-FIELD(4)
               DISPLAY TEXT-REPDEF-DEFAULT-COLUMNS.

       GET-ONE-COLUMN.
           MOVE SLOT-INDEX TO SLOT-NUMBER.
           ADD 1 TO SLOT-NUMBER.
           DISPLAY TEXT-REPDEF-COLUMN-FIELD SLOT-NUMBER.
           PERFORM ASK-FIELD-NUMBER.
           IF FIELD-PICK = ZEROES
               MOVE "Y" TO SECTION-DONE
           ELSE
               ADD 1 TO SLOT-INDEX
               MOVE FIELD-PICK TO RD-COLUMN-FIELD(SLOT-INDEX).

      * Subtotals break on sort keys, so there can be no more
      * levels than keys; with no key the question is not asked.
       GET-DEF-SUBTOTALS.
           MOVE ZEROES TO SORT-KEY-COUNT.
           IF RD-SORT-FIELD(1) NOT = ZEROES
               MOVE 1 TO SORT-KEY-COUNT.
           IF RD-SORT-FIELD(2) NOT = ZEROES
               MOVE 2 TO SORT-KEY-COUNT.
           IF SORT-KEY-COUNT = ZEROES
               MOVE ZEROES TO RD-SUBTOTAL-LEVEL
           ELSE
               MOVE "N" TO FIELD-OK
               PERFORM TRY-SUBTOTAL-LEVEL
               UNTIL FIELD-OK = "Y".

       TRY-SUBTOTAL-LEVEL.
           DISPLAY TEXT-REPDEF-SUBTOTAL-PROMPT.
           MOVE SPACE TO ANSWER-FIELD.
           ACCEPT ANSWER-FIELD.
           IF ANSWER-FIELD = SPACE
               MOVE "0" TO ANSWER-FIELD.
           IF ANSWER-FIELD IS NUMERIC
               IF ANSWER-FIELD NOT > SORT-KEY-COUNT
                   MOVE ANSWER-FIELD TO RD-SUBTOTAL-LEVEL
                   MOVE "Y" TO FIELD-OK.
           IF FIELD-OK = "N"
               DISPLAY ERROR-REPDEF-BAD-SUBTOTAL.

       SHOW-FIELD-CATALOGUE.
           DISPLAY " ".
           DISPLAY TEXT-REPDEF-FIELDS-TITLE.
           MOVE ZEROES TO FIELD-INDEX.
           PERFORM SHOW-ONE-CATALOGUE-FIELD
           UNTIL FIELD-INDEX = REPORT-FIELD-COUNT.

       SHOW-ONE-CATALOGUE-FIELD.
           ADD 1 TO FIELD-INDEX.
           MOVE FIELD-INDEX TO FIELD-INDEX-ED.
           DISPLAY FIELD-INDEX-ED ". " RF-NAME(FIELD-INDEX).

       WRITE-DEFINITION.
           WRITE REPDEF-RECORD
           INVALID KEY
               DISPLAY ERROR-REPDEF-DUPLICATE
           NOT INVALID KEY
               DISPLAY TEXT-REPDEF-ADDED.

       REWRITE-DEFINITION.
           REWRITE REPDEF-RECORD
           INVALID KEY
               DISPLAY ERROR-REPDEF-CANT-UPDATE
           NOT INVALID KEY
               DISPLAY TEXT-REPDEF-UPDATED.

       SHOW-DEFINITION.
           DISPLAY " ".
           DISPLAY TEXT-REPDEF-SHOW-NAME RD-NAME.
           DISPLAY TEXT-REPDEF-SHOW-TITLE RD-TITLE.
           DISPLAY TEXT-REPDEF-SHOW-SCHEDULED RD-SCHEDULED.
           MOVE ZEROES TO SLOT-INDEX.
           PERFORM SHOW-ONE-CRITERION
           UNTIL SLOT-INDEX = 5.
           MOVE ZEROES TO SLOT-INDEX.
           PERFORM SHOW-ONE-SORT-KEY
           UNTIL SLOT-INDEX = 3.
           MOVE ZEROES TO SLOT-INDEX.
           PERFORM SHOW-ONE-COLUMN
           UNTIL SLOT-INDEX = 8.
           DISPLAY TEXT-REPDEF-SHOW-SUBTOTAL RD-SUBTOTAL-LEVEL.

       SHOW-ONE-CRITERION.
           ADD 1 TO SLOT-INDEX.
           IF RD-CRIT-FIELD(SLOT-INDEX) NOT = ZEROES
               MOVE RD-CRIT-FIELD(SLOT-INDEX) TO FIELD-INDEX
               DISPLAY TEXT-REPDEF-SHOW-CRITERION
                   RF-NAME(FIELD-INDEX) " "
                   RD-CRIT-OPERATOR(SLOT-INDEX) " "
                   RD-CRIT-VALUE(SLOT-INDEX).

       SHOW-ONE-SORT-KEY.
           ADD 1 TO SLOT-INDEX.
           IF RD-SORT-FIELD(SLOT-INDEX) NOT = ZEROES
               MOVE RD-SORT-FIELD(SLOT-INDEX) TO FIELD-INDEX
               DISPLAY TEXT-REPDEF-SHOW-SORT
                   RF-NAME(FIELD-INDEX) " "
                   RD-SORT-ORDER(SLOT-INDEX).

       SHOW-ONE-COLUMN.
           ADD 1 TO SLOT-INDEX.
           IF RD-COLUMN-FIELD(SLOT-INDEX) NOT = ZEROES
               MOVE RD-COLUMN-FIELD(SLOT-INDEX) TO FIELD-INDEX
               DISPLAY TEXT-REPDEF-SHOW-COLUMN
                   RF-NAME(FIELD-INDEX).

       LIST-DEFINITIONS.
           DISPLAY " ".
           DISPLAY TEXT-REPDEF-LIST-TITLE.
           MOVE ZEROES TO DEF-LIST-COUNT.
           MOVE "N" TO END-OF-DEFS.
           MOVE LOW-VALUES TO RD-NAME.
           START REPDEF-FILE KEY IS NOT LESS THAN RD-NAME
               INVALID KEY
               MOVE "Y" TO END-OF-DEFS.
           PERFORM LIST-ONE-DEFINITION
           UNTIL END-OF-DEFS = "Y".
           IF DEF-LIST-COUNT = ZEROES
               DISPLAY TEXT-REPDEF-LIST-NONE.

       LIST-ONE-DEFINITION.
           READ REPDEF-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-DEFS.
           IF END-OF-DEFS = "N"
               ADD 1 TO DEF-LIST-COUNT
               DISPLAY RD-NAME " " RD-SCHEDULED " " RD-TITLE.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "REPDEF-WS-ENG.cbl".

       END PROGRAM REPORT-DEF-RECORD.
