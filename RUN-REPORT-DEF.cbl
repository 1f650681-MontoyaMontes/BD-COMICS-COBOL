       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-REPORT-DEF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "EXTRACT-PHYSIC-FILE.cbl".
       COPY "REPDEF-PHYSIC-FILE.cbl".
       COPY "ADHRPT-PHYSIC-FILE.cbl".

       COPY "PARAMS-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "EXTRACT-LOGIC-FILE.cbl".
       COPY "REPDEF-LOGIC-FILE.cbl".
       COPY "ADHRPT-LOGIC-FILE.cbl".

       COPY "PARAMS-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       77 EXTRACT-FILE-STATUS PIC X(02).
       77 UNATTENDED-MODE PIC X.
       77 PARAMS-FILE-STATUS PIC X(02).
       77 REPDEF-FILE-STATUS PIC X(02).
       77 ADHRPT-FILE-STATUS PIC X(02).
       77 EOF-SWITCH PIC X.
       77 TODAY-DATE PIC 9(08).
       77 FIELD-CODE PIC 9(02).
       77 FIELD-KIND PIC X(01).
       77 FIELD-TEXT PIC X(60).
       77 FIELD-NUMBER PIC 9(09)V99.
       77 WHOLE-VALUE PIC 9(09).
       77 VALUE-LENGTH PIC 9(02).
       77 CRIT-INDEX PIC 9(01).
       77 CRIT-PASSED PIC X.
       77 COMPARE-RESULT PIC X.
       77 ORDER-RESULT PIC X.
       77 KEY-INDEX PIC 9(01).
       77 SORT-KEY-COUNT PIC 9(01).
       77 COLUMN-INDEX PIC 9(01).
       77 COLUMN-COUNT PIC 9(01).
       77 COLUMN-WIDTH PIC 9(02).
       77 COLUMN-TEXT PIC X(60).
       77 EDIT-START PIC 9(02).
       77 LEAD-SPACES PIC 9(02).
       77 SUBTOTAL-LEVEL PIC 9(01).
       77 BREAK-1 PIC X.
       77 BREAK-2 PIC X.
       77 READ-COUNT PIC 9(07).
       77 MATCH-COUNT PIC 9(07).
       77 PICKED-COUNT PIC 9(04).
       77 PICKED-OVERFLOW PIC 9(07).
       77 OUTER-INDEX PIC 9(04).
       77 INNER-INDEX PIC 9(04).
       77 SMALLEST-INDEX PIC 9(04).
       77 PRINT-INDEX PIC 9(04).
       77 LINE-POINTER PIC 9(03).
       77 SUB1-COUNT PIC 9(07).
       77 SUB1-VALUE PIC 9(11)V99.
       77 SUB1-LABEL PIC X(60).
       77 SUB2-COUNT PIC 9(07).
       77 SUB2-VALUE PIC 9(11)V99.
       77 SUB2-LABEL PIC X(60).
       77 GRAND-COUNT PIC 9(07).
       77 GRAND-VALUE PIC 9(11)V99.
       77 TOTAL-COUNT PIC 9(07).
       77 TOTAL-VALUE PIC 9(11)V99.
       77 TOTAL-LABEL PIC X(60).
       77 NO-RATE-COUNT PIC 9(07).
       77 NUMBER-ED PIC Z(16)9.
       77 MONEY-ED PIC Z(7)9.99.
       77 COUNT-ED PIC Z(6)9.
       77 TOTAL-ED PIC Z(10)9.99.
       77 DASH-LINE PIC X(60) VALUE ALL "-".
       COPY "REPFLD-WS.cbl".
       COPY "RATECALL-WS.cbl".

      * A numeric sort key goes into the table as its digits,
      * zero-filled to a fixed width, so the plain character
      * compare the sort makes puts the amounts in number order.
       01 SORT-NUMBER-AREA.
           05 SORT-NUMBER          PIC 9(09)V99.
       01 SORT-NUMBER-CHARS REDEFINES SORT-NUMBER-AREA PIC X(11).

      * The criterion values against numeric fields, turned into
      * numbers once per run instead of once per comic.
       01 CRITERION-NUMBERS.
           05 CRIT-NUMBER OCCURS 5 TIMES PIC 9(09)V99.

      * Every comic the criteria pick, with its sort keys laid out
      * in front of a copy of the whole record, so the sort works
      * on the keys and the print puts the record back in
      * COMIC-RECORD for the column fields. The pick sequence
      * settles ties, so comics equal on every key keep file order.
       01 PICKED-TABLE.
           05 PICKED-ENTRY OCCURS 2000 TIMES.
               10 PT-SORT-KEY.
                   15 PT-SORT-PART OCCURS 3 TIMES PIC X(40).
               10 PT-SEQUENCE      PIC 9(05).
               10 PT-RECORD        PIC X(290).
       01 PICKED-SWAP-ENTRY        PIC X(410).

       COPY "REPDEF-WS-ESP.cbl".

       LINKAGE SECTION.
       COPY "REPCALL-WS.cbl".

      * Runs one saved report definition against the extract: picks
      * the comics every criterion holds for, orders them on up to
      * three keys, prints the chosen columns with subtotals on the
      * first one or two keys and a grand total, and hands back the
      * counts. Soft-deleted rows are never picked; sold, traded and
      * other statuses are, unless a criterion on COMIC-STATUS says
      * otherwise. The listing goes to bd-comic-adhoc-report.txt,
      * started afresh or added after the caller's earlier ones.
       PROCEDURE DIVISION USING REPORT-RUN-AREA.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM LOAD-BATCH-PARAMS.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE ZEROES TO RRA-READ-COUNT.
           MOVE ZEROES TO RRA-PICKED-COUNT.
           PERFORM READ-REPORT-DEFINITION.
           IF RRA-RUN-DONE
               PERFORM RUN-DEFINITION.
           END-PROGRAM.
               GOBACK.

       READ-REPORT-DEFINITION.
           MOVE "N" TO RRA-RESULT.
           OPEN INPUT REPDEF-FILE.
           IF REPDEF-FILE-STATUS NOT = "35"
               MOVE RRA-DEF-NAME TO RD-NAME
               READ REPDEF-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "D" TO RRA-RESULT
               END-READ
               CLOSE REPDEF-FILE.

       RUN-DEFINITION.
           PERFORM PREPARE-CRITERIA.
           PERFORM COUNT-SORT-KEYS.
           PERFORM COUNT-COLUMNS.
           MOVE ZEROES TO READ-COUNT.
           MOVE ZEROES TO MATCH-COUNT.
           MOVE ZEROES TO PICKED-COUNT.
           MOVE ZEROES TO PICKED-OVERFLOW.
           PERFORM OPEN-EXTRACT-FILE.
           PERFORM START-AT-FIRST-RECORD.
           PERFORM PICK-RECORDS
           UNTIL EOF-SWITCH = "Y".
           CLOSE EXTRACT-FILE.
           PERFORM SORT-PICKED-TABLE.
           PERFORM OPEN-REPORT-FILE.
           PERFORM PRINT-HEADING.
           PERFORM PRINT-PICKED-LINES.
           PERFORM PRINT-GRAND-TOTAL.
           CLOSE ADHRPT-FILE.
           MOVE READ-COUNT TO RRA-READ-COUNT.
           MOVE MATCH-COUNT TO RRA-PICKED-COUNT.

      * The unattended chain reuses the extract its own extract
      * step just laid down, and so does a caller running several
      * definitions in a row once the first has rebuilt it; any
      * other run rebuilds it first.
       OPEN-EXTRACT-FILE.
           IF UNATTENDED-MODE NOT = "Y" AND
              RRA-EXTRACT-READY NOT = "Y"
               CALL "EXTRACT-COMICS".
           OPEN INPUT EXTRACT-FILE.
           IF EXTRACT-FILE-STATUS = "35"
               CALL "EXTRACT-COMICS"
               OPEN INPUT EXTRACT-FILE.

       OPEN-REPORT-FILE.
           IF RRA-APPEND = "Y"
               OPEN EXTEND ADHRPT-FILE
               IF ADHRPT-FILE-STATUS = "35"
                   OPEN OUTPUT ADHRPT-FILE
               END-IF
           ELSE
               OPEN OUTPUT ADHRPT-FILE.

      * A value typed against a numeric field is held as digits
      * from the left of RD-CRIT-VALUE; blank stands for zero.
       PREPARE-CRITERIA.
           MOVE ZEROES TO CRIT-INDEX.
           PERFORM PREPARE-ONE-CRITERION
           UNTIL CRIT-INDEX = 5.

       PREPARE-ONE-CRITERION.
           ADD 1 TO CRIT-INDEX.
           MOVE ZEROES TO CRIT-NUMBER(CRIT-INDEX).
           MOVE ZEROES TO VALUE-LENGTH.
           INSPECT RD-CRIT-VALUE(CRIT-INDEX) TALLYING VALUE-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF VALUE-LENGTH > ZEROES AND VALUE-LENGTH < 10
               IF RD-CRIT-VALUE(CRIT-INDEX)(1:VALUE-LENGTH)
                  IS NUMERIC
                   MOVE RD-CRIT-VALUE(CRIT-INDEX)(1:VALUE-LENGTH)
                       TO WHOLE-VALUE
                   MOVE WHOLE-VALUE TO CRIT-NUMBER(CRIT-INDEX).

      * The keys and columns in use are the leading filled slots;
      * the maintenance screen never leaves a hole between them.
       COUNT-SORT-KEYS.
           MOVE ZEROES TO SORT-KEY-COUNT.
           PERFORM COUNT-ONE-SORT-KEY
           UNTIL SORT-KEY-COUNT = 3 OR
                 RD-SORT-FIELD(SORT-KEY-COUNT + 1) = ZEROES.
           MOVE RD-SUBTOTAL-LEVEL TO SUBTOTAL-LEVEL.
           IF SUBTOTAL-LEVEL > SORT-KEY-COUNT
               MOVE SORT-KEY-COUNT TO SUBTOTAL-LEVEL.
           IF SUBTOTAL-LEVEL > 2
               MOVE 2 TO SUBTOTAL-LEVEL.

       COUNT-ONE-SORT-KEY.
           ADD 1 TO SORT-KEY-COUNT.

       COUNT-COLUMNS.
           MOVE ZEROES TO COLUMN-COUNT.
           PERFORM COUNT-ONE-COLUMN
           UNTIL COLUMN-COUNT = 8 OR
                 RD-COLUMN-FIELD(COLUMN-COUNT + 1) = ZEROES.

       COUNT-ONE-COLUMN.
           ADD 1 TO COLUMN-COUNT.

       START-AT-FIRST-RECORD.
           MOVE "N" TO EOF-SWITCH.
           PERFORM READ-NEXT-COMIC.

       READ-NEXT-COMIC.
           READ EXTRACT-FILE
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               MOVE EXTRACT-RECORD TO COMIC-RECORD.

       PICK-RECORDS.
           ADD 1 TO READ-COUNT.
           IF NOT COMIC-DELETED
               PERFORM TEST-CRITERIA
               IF CRIT-PASSED = "Y"
                   PERFORM BUFFER-PICKED-COMIC.
           PERFORM READ-NEXT-COMIC.

       TEST-CRITERIA.
           MOVE "Y" TO CRIT-PASSED.
           MOVE ZEROES TO CRIT-INDEX.
           PERFORM TEST-ONE-CRITERION
           UNTIL CRIT-INDEX = 5 OR CRIT-PASSED = "N".

       TEST-ONE-CRITERION.
           ADD 1 TO CRIT-INDEX.
           IF RD-CRIT-FIELD(CRIT-INDEX) NOT = ZEROES
               MOVE RD-CRIT-FIELD(CRIT-INDEX) TO FIELD-CODE
               PERFORM FETCH-FIELD-VALUE
               PERFORM COMPARE-WITH-CRITERION
               PERFORM APPLY-OPERATOR.

      * Text compares as stored, blanks padding the shorter side,
      * so a blank value against LOAN-TO-NAME with <> picks every
      * comic that is out on loan.
       COMPARE-WITH-CRITERION.
           IF FIELD-KIND = "X"
               EVALUATE TRUE
                   WHEN FIELD-TEXT < RD-CRIT-VALUE(CRIT-INDEX)
                       MOVE "<" TO COMPARE-RESULT
                   WHEN FIELD-TEXT > RD-CRIT-VALUE(CRIT-INDEX)
                       MOVE ">" TO COMPARE-RESULT
                   WHEN OTHER
                       MOVE "=" TO COMPARE-RESULT
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN FIELD-NUMBER < CRIT-NUMBER(CRIT-INDEX)
                       MOVE "<" TO COMPARE-RESULT
                   WHEN FIELD-NUMBER > CRIT-NUMBER(CRIT-INDEX)
                       MOVE ">" TO COMPARE-RESULT
                   WHEN OTHER
                       MOVE "=" TO COMPARE-RESULT
               END-EVALUATE.

       APPLY-OPERATOR.
           EVALUATE RD-CRIT-OPERATOR(CRIT-INDEX)
               WHEN "= "
                   IF COMPARE-RESULT NOT = "="
                       MOVE "N" TO CRIT-PASSED
                   END-IF
               WHEN "<>"
                   IF COMPARE-RESULT = "="
                       MOVE "N" TO CRIT-PASSED
                   END-IF
               WHEN "> "
                   IF COMPARE-RESULT NOT = ">"
                       MOVE "N" TO CRIT-PASSED
                   END-IF
               WHEN ">="
                   IF COMPARE-RESULT = "<"
                       MOVE "N" TO CRIT-PASSED
                   END-IF
               WHEN "< "
                   IF COMPARE-RESULT NOT = "<"
                       MOVE "N" TO CRIT-PASSED
                   END-IF
               WHEN "<="
                   IF COMPARE-RESULT = ">"
                       MOVE "N" TO CRIT-PASSED
                   END-IF
               WHEN OTHER
                   MOVE "N" TO CRIT-PASSED
           END-EVALUATE.

      * Puts the field the catalogue numbers FIELD-CODE into
      * FIELD-TEXT or FIELD-NUMBER, by its kind. A numeric field
      * that old rows carry as spaces reads as zero.
       FETCH-FIELD-VALUE.
           MOVE SPACE TO FIELD-TEXT.
           MOVE ZEROES TO FIELD-NUMBER.
           MOVE "X" TO FIELD-KIND.
           IF FIELD-CODE > ZEROES AND
              FIELD-CODE NOT > REPORT-FIELD-COUNT
               MOVE RF-KIND(FIELD-CODE) TO FIELD-KIND.
           EVALUATE FIELD-CODE
               WHEN 1
                   IF COMIC-ID IS NUMERIC
                       MOVE COMIC-ID TO FIELD-NUMBER
                   END-IF
               WHEN 2
                   MOVE COMIC-HOUSE TO FIELD-TEXT
               WHEN 3
                   IF COMIC-ISSUE IS NUMERIC
                       MOVE COMIC-ISSUE TO FIELD-NUMBER
                   END-IF
               WHEN 4
                   MOVE COMIC-CHARACTER TO FIELD-TEXT
               WHEN 5
                   MOVE COMIC-NAME TO FIELD-TEXT
               WHEN 6
                   IF COMIC-SERIES-ID IS NUMERIC
                       MOVE COMIC-SERIES-ID TO FIELD-NUMBER
                   END-IF
               WHEN 7
                   IF COMIC-COPY-NUMBER IS NUMERIC
                       MOVE COMIC-COPY-NUMBER TO FIELD-NUMBER
                   END-IF
               WHEN 8
                   MOVE COMIC-CONDITION TO FIELD-TEXT
               WHEN 9
                   IF COMIC-VALUE IS NUMERIC
                       MOVE COMIC-VALUE TO FIELD-NUMBER
                   END-IF
               WHEN 10
                   MOVE LOAN-TO-NAME TO FIELD-TEXT
               WHEN 11
                   IF LOAN-DATE IS NUMERIC
                       MOVE LOAN-DATE TO FIELD-NUMBER
                   END-IF
               WHEN 12
                   IF LOAN-DUE-DATE IS NUMERIC
                       MOVE LOAN-DUE-DATE TO FIELD-NUMBER
                   END-IF
               WHEN 13
                   MOVE COMIC-COVER-PATH TO FIELD-TEXT
               WHEN 14
                   IF DATE-ACQUIRED IS NUMERIC
                       MOVE DATE-ACQUIRED TO FIELD-NUMBER
                   END-IF
               WHEN 15
                   MOVE COMIC-DEALER TO FIELD-TEXT
               WHEN 16
                   MOVE COMIC-STATUS TO FIELD-TEXT
               WHEN 17
                   IF COMIC-STATUS-DATE IS NUMERIC
                       MOVE COMIC-STATUS-DATE TO FIELD-NUMBER
                   END-IF
               WHEN 18
                   MOVE COMIC-LOCATION TO FIELD-TEXT
               WHEN 19
                   MOVE COMIC-BARCODE TO FIELD-TEXT
               WHEN 20
                   MOVE COMIC-CURRENCY TO FIELD-TEXT
               WHEN 21
                   MOVE COMIC-OWNER TO FIELD-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       BUFFER-PICKED-COMIC.
           ADD 1 TO MATCH-COUNT.
           IF PICKED-COUNT < 2000
               ADD 1 TO PICKED-COUNT
               MOVE PICKED-COUNT TO PT-SEQUENCE(PICKED-COUNT)
               MOVE COMIC-RECORD TO PT-RECORD(PICKED-COUNT)
               MOVE SPACE TO PT-SORT-KEY(PICKED-COUNT)
               MOVE ZEROES TO KEY-INDEX
               PERFORM BUILD-ONE-SORT-PART
               UNTIL KEY-INDEX = SORT-KEY-COUNT
           ELSE
               ADD 1 TO PICKED-OVERFLOW.

       BUILD-ONE-SORT-PART.
           ADD 1 TO KEY-INDEX.
           MOVE RD-SORT-FIELD(KEY-INDEX) TO FIELD-CODE.
           PERFORM FETCH-FIELD-VALUE.
           IF FIELD-KIND = "X"
               MOVE FIELD-TEXT TO PT-SORT-PART(PICKED-COUNT, KEY-INDEX)
           ELSE
               MOVE FIELD-NUMBER TO SORT-NUMBER
               MOVE SORT-NUMBER-CHARS
                   TO PT-SORT-PART(PICKED-COUNT, KEY-INDEX).

      * Selection sort, the BOX-REPORT idiom, with the comparison
      * taken out to ORDER-TWO-ENTRIES because the keys and their
      * directions come from the definition.
       SORT-PICKED-TABLE.
           MOVE ZEROES TO OUTER-INDEX.
           PERFORM SORT-PICKED-PASS
           UNTIL OUTER-INDEX = PICKED-COUNT.

       SORT-PICKED-PASS.
           ADD 1 TO OUTER-INDEX.
           MOVE OUTER-INDEX TO SMALLEST-INDEX.
           MOVE OUTER-INDEX TO INNER-INDEX.
           PERFORM FIND-SMALLEST-PICKED
           UNTIL INNER-INDEX = PICKED-COUNT.
           IF SMALLEST-INDEX NOT = OUTER-INDEX
               MOVE PICKED-ENTRY(OUTER-INDEX) TO PICKED-SWAP-ENTRY
               MOVE PICKED-ENTRY(SMALLEST-INDEX)
                   TO PICKED-ENTRY(OUTER-INDEX)
               MOVE PICKED-SWAP-ENTRY
                   TO PICKED-ENTRY(SMALLEST-INDEX).

       FIND-SMALLEST-PICKED.
           ADD 1 TO INNER-INDEX.
           PERFORM ORDER-TWO-ENTRIES.
           IF ORDER-RESULT = "<"
               MOVE INNER-INDEX TO SMALLEST-INDEX.

      * Says whether the entry at INNER-INDEX goes before ("<") or
      * after (">") the one at SMALLEST-INDEX.
       ORDER-TWO-ENTRIES.
           MOVE "=" TO ORDER-RESULT.
           MOVE ZEROES TO KEY-INDEX.
           PERFORM ORDER-ON-ONE-KEY
           UNTIL KEY-INDEX = SORT-KEY-COUNT OR ORDER-RESULT NOT = "=".
           IF ORDER-RESULT = "="
               IF PT-SEQUENCE(INNER-INDEX) <
                  PT-SEQUENCE(SMALLEST-INDEX)
                   MOVE "<" TO ORDER-RESULT
               ELSE
                   MOVE ">" TO ORDER-RESULT.

       ORDER-ON-ONE-KEY.
           ADD 1 TO KEY-INDEX.
           IF PT-SORT-PART(INNER-INDEX, KEY-INDEX) <
              PT-SORT-PART(SMALLEST-INDEX, KEY-INDEX)
               MOVE "<" TO ORDER-RESULT
           ELSE
               IF PT-SORT-PART(INNER-INDEX, KEY-INDEX) >
                  PT-SORT-PART(SMALLEST-INDEX, KEY-INDEX)
                   MOVE ">" TO ORDER-RESULT.
           IF RD-SORT-ORDER(KEY-INDEX) = "D"
               IF ORDER-RESULT = "<"
                   MOVE ">" TO ORDER-RESULT
               ELSE
                   IF ORDER-RESULT = ">"
                       MOVE "<" TO ORDER-RESULT.

       PRINT-HEADING.
           MOVE SPACE TO ADHRPT-LINE.
           STRING TEXT-ADHOC-TITLE DELIMITED BY "  "
               " " RD-NAME DELIMITED BY SIZE
               " - " RD-TITLE DELIMITED BY SIZE
               INTO ADHRPT-LINE.
           WRITE ADHRPT-LINE.
           MOVE SPACE TO ADHRPT-LINE.
           STRING TEXT-ADHOC-RUN-DATE DELIMITED BY "  "
               " " TODAY-DATE DELIMITED BY SIZE
               INTO ADHRPT-LINE.
           WRITE ADHRPT-LINE.
           MOVE SPACE TO ADHRPT-LINE.
           MOVE TEXT-ADHOC-SELECTION TO ADHRPT-LINE.
           WRITE ADHRPT-LINE.
           MOVE ZEROES TO CRIT-INDEX.
           MOVE ZEROES TO KEY-INDEX.
           PERFORM PRINT-ONE-CRITERION
           UNTIL CRIT-INDEX = 5.
           IF KEY-INDEX = ZEROES
               MOVE SPACE TO ADHRPT-LINE
               MOVE TEXT-ADHOC-ALL-COMICS TO ADHRPT-LINE(3:)
               WRITE ADHRPT-LINE.
           MOVE SPACE TO ADHRPT-LINE.
           WRITE ADHRPT-LINE.
           MOVE SPACE TO ADHRPT-LINE.
           MOVE 1 TO LINE-POINTER.
           MOVE ZEROES TO COLUMN-INDEX.
           PERFORM ADD-ONE-COLUMN-HEADING
           UNTIL COLUMN-INDEX = COLUMN-COUNT.
           WRITE ADHRPT-LINE.
           MOVE SPACE TO ADHRPT-LINE.
           MOVE 1 TO LINE-POINTER.
           MOVE ZEROES TO COLUMN-INDEX.
           PERFORM ADD-ONE-COLUMN-RULE
           UNTIL COLUMN-INDEX = COLUMN-COUNT.
           WRITE ADHRPT-LINE.

      * KEY-INDEX counts the criteria printed, so the heading can
      * say when there were none.
       PRINT-ONE-CRITERION.
           ADD 1 TO CRIT-INDEX.
           IF RD-CRIT-FIELD(CRIT-INDEX) NOT = ZEROES
               ADD 1 TO KEY-INDEX
               MOVE RD-CRIT-FIELD(CRIT-INDEX) TO FIELD-CODE
               MOVE SPACE TO ADHRPT-LINE
               STRING "  " RF-NAME(FIELD-CODE) DELIMITED BY SPACE
                   " " RD-CRIT-OPERATOR(CRIT-INDEX) DELIMITED BY SIZE
                   " " QUOTE DELIMITED BY SIZE
                   RD-CRIT-VALUE(CRIT-INDEX) DELIMITED BY "  "
                   QUOTE DELIMITED BY SIZE
                   INTO ADHRPT-LINE
               WRITE ADHRPT-LINE.

      * Columns that would run past the 132-character line are
      * left off rather than wrapped; the STRING simply stops.
       ADD-ONE-COLUMN-HEADING.
           ADD 1 TO COLUMN-INDEX.
           MOVE RD-COLUMN-FIELD(COLUMN-INDEX) TO FIELD-CODE.
           MOVE RF-WIDTH(FIELD-CODE) TO COLUMN-WIDTH.
           MOVE RF-NAME(FIELD-CODE) TO COLUMN-TEXT.
           STRING COLUMN-TEXT(1:COLUMN-WIDTH) " "
               DELIMITED BY SIZE
               INTO ADHRPT-LINE WITH POINTER LINE-POINTER.

       ADD-ONE-COLUMN-RULE.
           ADD 1 TO COLUMN-INDEX.
           MOVE RD-COLUMN-FIELD(COLUMN-INDEX) TO FIELD-CODE.
           MOVE RF-WIDTH(FIELD-CODE) TO COLUMN-WIDTH.
           STRING DASH-LINE(1:COLUMN-WIDTH) " "
               DELIMITED BY SIZE
               INTO ADHRPT-LINE WITH POINTER LINE-POINTER.

       PRINT-PICKED-LINES.
           MOVE ZEROES TO GRAND-COUNT.
           MOVE ZEROES TO GRAND-VALUE.
           MOVE ZEROES TO SUB1-COUNT.
           MOVE ZEROES TO SUB1-VALUE.
           MOVE ZEROES TO SUB2-COUNT.
           MOVE ZEROES TO SUB2-VALUE.
           MOVE ZEROES TO NO-RATE-COUNT.
           MOVE ZEROES TO PRINT-INDEX.
           PERFORM PRINT-ONE-PICKED
           UNTIL PRINT-INDEX = PICKED-COUNT.
           IF PICKED-COUNT > ZEROES
               IF SUBTOTAL-LEVEL = 2
                   PERFORM PRINT-SUBTOTAL-2.
           IF PICKED-COUNT > ZEROES
               IF SUBTOTAL-LEVEL > ZEROES
                   PERFORM PRINT-SUBTOTAL-1.

       PRINT-ONE-PICKED.
           ADD 1 TO PRINT-INDEX.
           MOVE PT-RECORD(PRINT-INDEX) TO COMIC-RECORD.
           IF PRINT-INDEX = 1
               MOVE "Y" TO BREAK-1
               MOVE "Y" TO BREAK-2
           ELSE
               PERFORM CHECK-SUBTOTAL-BREAKS.
           IF BREAK-1 = "Y" AND SUBTOTAL-LEVEL > ZEROES
               MOVE RD-SORT-FIELD(1) TO FIELD-CODE
               PERFORM MAKE-GROUP-LABEL
               MOVE TOTAL-LABEL TO SUB1-LABEL.
           IF BREAK-2 = "Y" AND SUBTOTAL-LEVEL = 2
               MOVE RD-SORT-FIELD(2) TO FIELD-CODE
               PERFORM MAKE-GROUP-LABEL
               MOVE TOTAL-LABEL TO SUB2-LABEL.
           PERFORM PRINT-DETAIL-LINE.
           ADD 1 TO SUB1-COUNT.
           ADD 1 TO SUB2-COUNT.
           ADD 1 TO GRAND-COUNT.
           IF COMIC-VALUE IS NUMERIC
               PERFORM ADD-PICKED-VALUE.

      * The detail columns show the value as stored, in whatever
      * currency the comic was bought in; the subtotals and the
      * grand total are in the house currency, each value brought
      * over at the rate on the day it was bought, or today's when
      * that date is unknown. A comic with no rate on file stays
      * out of the money totals and is counted under the total.
       ADD-PICKED-VALUE.
           MOVE COMIC-CURRENCY TO RCA-CURRENCY.
           IF DATE-ACQUIRED IS NUMERIC AND DATE-ACQUIRED NOT = ZEROES
               MOVE DATE-ACQUIRED TO RCA-DATE
           ELSE
               MOVE TODAY-DATE TO RCA-DATE.
           MOVE COMIC-VALUE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           IF RCA-RATE-FOUND
               ADD RCA-BASE-AMOUNT TO SUB1-VALUE
               ADD RCA-BASE-AMOUNT TO SUB2-VALUE
               ADD RCA-BASE-AMOUNT TO GRAND-VALUE
           ELSE
               ADD 1 TO NO-RATE-COUNT.

      * A change in the first key closes both groups; a change in
      * the second alone closes only the inner one. The inner
      * subtotal prints first.
       CHECK-SUBTOTAL-BREAKS.
           MOVE "N" TO BREAK-1.
           MOVE "N" TO BREAK-2.
           IF SUBTOTAL-LEVEL > ZEROES
               IF PT-SORT-PART(PRINT-INDEX, 1) NOT =
                  PT-SORT-PART(PRINT-INDEX - 1, 1)
                   MOVE "Y" TO BREAK-1
                   MOVE "Y" TO BREAK-2.
           IF SUBTOTAL-LEVEL = 2
               IF PT-SORT-PART(PRINT-INDEX, 2) NOT =
                  PT-SORT-PART(PRINT-INDEX - 1, 2)
                   MOVE "Y" TO BREAK-2.
           IF BREAK-2 = "Y" AND SUBTOTAL-LEVEL = 2
               PERFORM PRINT-SUBTOTAL-2.
           IF BREAK-1 = "Y"
               PERFORM PRINT-SUBTOTAL-1.

      * The group is named by its key as the column would print
      * it, leading blanks of a number dropped.
       MAKE-GROUP-LABEL.
           PERFORM FORMAT-COLUMN-VALUE.
           MOVE SPACE TO TOTAL-LABEL.
           MOVE ZEROES TO LEAD-SPACES.
           INSPECT COLUMN-TEXT TALLYING LEAD-SPACES
               FOR LEADING SPACE.
           IF LEAD-SPACES < 60
               MOVE COLUMN-TEXT(LEAD-SPACES + 1:) TO TOTAL-LABEL.

       PRINT-DETAIL-LINE.
           MOVE SPACE TO ADHRPT-LINE.
           MOVE 1 TO LINE-POINTER.
           MOVE ZEROES TO COLUMN-INDEX.
           PERFORM ADD-ONE-COLUMN-VALUE
           UNTIL COLUMN-INDEX = COLUMN-COUNT.
           WRITE ADHRPT-LINE.

       ADD-ONE-COLUMN-VALUE.
           ADD 1 TO COLUMN-INDEX.
           MOVE RD-COLUMN-FIELD(COLUMN-INDEX) TO FIELD-CODE.
           PERFORM FORMAT-COLUMN-VALUE.
           STRING COLUMN-TEXT(1:COLUMN-WIDTH) " "
               DELIMITED BY SIZE
               INTO ADHRPT-LINE WITH POINTER LINE-POINTER.

      * Text is cut to the column; numbers and amounts are edited
      * and right-aligned in it.
       FORMAT-COLUMN-VALUE.
           PERFORM FETCH-FIELD-VALUE.
           MOVE 10 TO COLUMN-WIDTH.
           IF FIELD-CODE > ZEROES AND
              FIELD-CODE NOT > REPORT-FIELD-COUNT
               MOVE RF-WIDTH(FIELD-CODE) TO COLUMN-WIDTH.
           MOVE SPACE TO COLUMN-TEXT.
           EVALUATE FIELD-KIND
               WHEN "X"
                   MOVE FIELD-TEXT TO COLUMN-TEXT
               WHEN "M"
                   MOVE FIELD-NUMBER TO MONEY-ED
                   COMPUTE EDIT-START = 12 - COLUMN-WIDTH
                   MOVE MONEY-ED(EDIT-START:COLUMN-WIDTH)
                       TO COLUMN-TEXT
               WHEN OTHER
                   MOVE FIELD-NUMBER TO NUMBER-ED
                   COMPUTE EDIT-START = 18 - COLUMN-WIDTH
                   MOVE NUMBER-ED(EDIT-START:COLUMN-WIDTH)
                       TO COLUMN-TEXT
           END-EVALUATE.

       PRINT-SUBTOTAL-1.
           MOVE RD-SORT-FIELD(1) TO FIELD-CODE.
           MOVE SUB1-LABEL TO TOTAL-LABEL.
           MOVE SUB1-COUNT TO TOTAL-COUNT.
           MOVE SUB1-VALUE TO TOTAL-VALUE.
           PERFORM PRINT-SUBTOTAL-LINE.
           MOVE SPACE TO ADHRPT-LINE.
           WRITE ADHRPT-LINE.
           MOVE ZEROES TO SUB1-COUNT.
           MOVE ZEROES TO SUB1-VALUE.

       PRINT-SUBTOTAL-2.
           MOVE RD-SORT-FIELD(2) TO FIELD-CODE.
           MOVE SUB2-LABEL TO TOTAL-LABEL.
           MOVE SUB2-COUNT TO TOTAL-COUNT.
           MOVE SUB2-VALUE TO TOTAL-VALUE.
           PERFORM PRINT-SUBTOTAL-LINE.
           MOVE ZEROES TO SUB2-COUNT.
           MOVE ZEROES TO SUB2-VALUE.

      * The money total is in the house currency.
       PRINT-SUBTOTAL-LINE.
           MOVE TOTAL-COUNT TO COUNT-ED.
           MOVE TOTAL-VALUE TO TOTAL-ED.
           MOVE SPACE TO ADHRPT-LINE.
           STRING "  " TEXT-ADHOC-SUBTOTAL DELIMITED BY "  "
               " " RF-NAME(FIELD-CODE) DELIMITED BY SPACE
               " " TOTAL-LABEL DELIMITED BY "  "
               ": " COUNT-ED DELIMITED BY SIZE
               TEXT-ADHOC-COMICS DELIMITED BY "  "
               " " TOTAL-ED DELIMITED BY SIZE
               INTO ADHRPT-LINE.
           WRITE ADHRPT-LINE.

       PRINT-GRAND-TOTAL.
           MOVE SPACE TO ADHRPT-LINE.
           WRITE ADHRPT-LINE.
           IF PICKED-COUNT = ZEROES
               MOVE TEXT-ADHOC-NONE TO ADHRPT-LINE
               WRITE ADHRPT-LINE
           ELSE
               MOVE GRAND-COUNT TO COUNT-ED
               MOVE GRAND-VALUE TO TOTAL-ED
               MOVE SPACE TO ADHRPT-LINE
               STRING TEXT-ADHOC-TOTAL DELIMITED BY "  "
                   ": " COUNT-ED DELIMITED BY SIZE
                   TEXT-ADHOC-COMICS DELIMITED BY "  "
                   " " TOTAL-ED DELIMITED BY SIZE
                   INTO ADHRPT-LINE
               WRITE ADHRPT-LINE.
           IF NO-RATE-COUNT > ZEROES
               MOVE NO-RATE-COUNT TO COUNT-ED
               MOVE SPACE TO ADHRPT-LINE
               STRING TEXT-ADHOC-NO-RATE DELIMITED BY "  "
                   " " COUNT-ED DELIMITED BY SIZE
                   INTO ADHRPT-LINE
               WRITE ADHRPT-LINE.
           IF PICKED-OVERFLOW > ZEROES
               MOVE PICKED-OVERFLOW TO COUNT-ED
               MOVE SPACE TO ADHRPT-LINE
               STRING TEXT-ADHOC-OVERFLOW DELIMITED BY "  "
                   " " COUNT-ED DELIMITED BY SIZE
                   INTO ADHRPT-LINE
               WRITE ADHRPT-LINE.
           MOVE SPACE TO ADHRPT-LINE.
           WRITE ADHRPT-LINE.

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


       COPY "LANGUAGE-LOAD.cbl".

       COPY "REPDEF-WS-ENG.cbl".

       END PROGRAM RUN-REPORT-DEF.
