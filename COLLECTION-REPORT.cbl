       77 COPY-TALLY PIC 9(03).
       77 LOOK-AHEAD-INDEX PIC 9(05).
       77 SAME-TITLE PIC X.
       77 PARAM-OWNER PIC X(05).
       77 SELECTED-OWNER PIC X(05).
       77 OWNER-COUNT PIC 9(03).
       77 OWNER-INDEX PIC 9(03).
       77 OWNER-FOUND PIC X.
       77 OWNER-TALLY-ED PIC Z(6)9.

       01 DETAIL-LINE.
           05 DL-HOUSE       PIC X(20).
           05 SWAP-CHARACTER PIC X(20).
           05 SWAP-NAME      PIC X(40).

      * Comics per owner, tallied as they are buffered; a household
      * has a handful of owners, so a short unsorted table will do.
       01 OWNER-TOTAL-TABLE.
           05 OWNER-TOTAL-ENTRY OCCURS 50 TIMES.
               10 OT-OWNER     PIC X(05).
               10 OT-COUNT     PIC 9(07).

       COPY "REPORT-WS-ESP.cbl".

       PROCEDURE DIVISION.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           PERFORM LOAD-BATCH-PARAMS.
           PERFORM ASK-OWNER-SELECTION.
           PERFORM OPEN-EXTRACT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE ZEROES TO TOTAL-LINES.
           MOVE ZEROES TO PAGE-NUMBER.
           MOVE ZEROES TO COLLECTION-COUNT.
           MOVE ZEROES TO OVERFLOW-COUNT.
           MOVE ZEROES TO OWNER-COUNT.
           PERFORM START-AT-FIRST-HOUSE.
           IF REPORT-FOUND = "Y"
               PERFORM BUFFER-DETAIL-LINES
           END-PROGRAM.
               GOBACK.

      * The list can be cut down to one member of the household; a
      * blank answer, or no owner on the parameter file for an
      * unattended run, lists everyone's comics.
       ASK-OWNER-SELECTION.
           IF UNATTENDED-MODE = "Y"
               MOVE PARAM-OWNER TO SELECTED-OWNER
           ELSE
               DISPLAY " "
               DISPLAY TEXT-REPORT-OWNER-PROMPT
               MOVE SPACE TO SELECTED-OWNER
               ACCEPT SELECTED-OWNER.

       START-AT-FIRST-HOUSE.
           MOVE "Y" TO REPORT-FOUND.
           PERFORM READ-NEXT-COMIC.


       BUFFER-DETAIL-LINES.
           IF COMIC-ACTIVE AND
              (SELECTED-OWNER = SPACE OR
               COMIC-OWNER = SELECTED-OWNER)
               PERFORM BUFFER-ONE-COMIC.
           PERFORM READ-NEXT-COMIC.

       BUFFER-ONE-COMIC.
           PERFORM TALLY-OWNER-COUNT.
           IF COLLECTION-COUNT < 2000
               ADD 1 TO COLLECTION-COUNT
               MOVE COMIC-HOUSE TO CT-HOUSE(COLLECTION-COUNT)
               MOVE COMIC-ISSUE TO CT-ISSUE(COLLECTION-COUNT)
               MOVE COMIC-CHARACTER TO
                   CT-CHARACTER(COLLECTION-COUNT)
               MOVE COMIC-NAME TO CT-NAME(COLLECTION-COUNT)
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

       TALLY-OWNER-COUNT.
           MOVE "N" TO OWNER-FOUND.
           MOVE ZEROES TO OWNER-INDEX.
           PERFORM SCAN-OWNER-TABLE
           UNTIL OWNER-INDEX = OWNER-COUNT OR
           OWNER-FOUND = "Y".
           IF OWNER-FOUND = "N" AND OWNER-COUNT < 50
               ADD 1 TO OWNER-COUNT
               MOVE OWNER-COUNT TO OWNER-INDEX
               MOVE COMIC-OWNER TO OT-OWNER(OWNER-INDEX)
               MOVE ZEROES TO OT-COUNT(OWNER-INDEX)
               MOVE "Y" TO OWNER-FOUND.
           IF OWNER-FOUND = "Y"
               ADD 1 TO OT-COUNT(OWNER-INDEX).

       SCAN-OWNER-TABLE.
           ADD 1 TO OWNER-INDEX.
           IF OT-OWNER(OWNER-INDEX) = COMIC-OWNER
               MOVE "Y" TO OWNER-FOUND.

      * Selection sort by house, then by issue within a house; the
      * table tops out at 2000 entries so the O(n**2) pass stays cheap
      * for a personal collection.
                  PAGE-NUMBER DELIMITED BY SIZE
                  INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF SELECTED-OWNER NOT = SPACE
               MOVE SPACE TO REPORT-LINE
               STRING TEXT-REPORT-OWNER-LABEL DELIMITED BY SIZE
                      SELECTED-OWNER DELIMITED BY SIZE
                      INTO REPORT-LINE
               WRITE REPORT-LINE.
           MOVE TEXT-REPORT-COL-HEADER TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO LINES-ON-PAGE.
           WRITE REPORT-LINE.
           IF OVERFLOW-COUNT NOT = ZEROES
               PERFORM PRINT-OVERFLOW-WARNING.
           IF SELECTED-OWNER = SPACE AND OWNER-COUNT > ZEROES
               PERFORM PRINT-OWNER-TOTALS.

      * The copies each member of the household holds, in the
      * order the owners first turned up on the extract.
       PRINT-OWNER-TOTALS.
           MOVE SPACE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE TEXT-REPORT-OWNER-TITLE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZEROES TO OWNER-INDEX.
           PERFORM PRINT-ONE-OWNER-TOTAL
           UNTIL OWNER-INDEX = OWNER-COUNT.

       PRINT-ONE-OWNER-TOTAL.
           ADD 1 TO OWNER-INDEX.
           MOVE SPACE TO REPORT-LINE.
           IF OT-OWNER(OWNER-INDEX) = SPACE
               MOVE TEXT-REPORT-UNASSIGNED TO REPORT-LINE(3:13)
           ELSE
               MOVE OT-OWNER(OWNER-INDEX) TO REPORT-LINE(3:5).
           MOVE OT-COUNT(OWNER-INDEX) TO OWNER-TALLY-ED.
           MOVE OWNER-TALLY-ED TO REPORT-LINE(18:7).
           WRITE REPORT-LINE.

      * The table caps at 2000 entries so a collection larger than
      * that does not silently drop the excess from this printed
      * run counts as the unattended window.
       LOAD-BATCH-PARAMS.
           MOVE "N" TO UNATTENDED-MODE.
           MOVE SPACE TO PARAM-OWNER.
           OPEN INPUT PARAMS-FILE.
           IF PARAMS-FILE-STATUS = "35"
               CONTINUE
       NOTE-BATCH-PARAMS.
           IF BP-UNATTENDED = "S"
               MOVE "Y" TO UNATTENDED-MODE.
           MOVE BP-OWNER TO PARAM-OWNER.

       NOTE-RUN-START.
           MOVE "COLLECTION-REPORT" TO RLC-PROGRAM-NAME.
