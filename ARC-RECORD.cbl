       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARC-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "ARC-PHYSIC-FILE.cbl".
       COPY "SERIES-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "ARC-LOGIC-FILE.cbl".
       COPY "SERIES-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       77 ARC-MODE PIC X.
       77 ARC-EDIT-ACTION PIC X.
       77 YES-NO PIC X.
       77 RECORD-FOUND PIC X.
       77 SERIES-FOUND PIC X.
       77 SERIES-AVAILABLE PIC X.
       77 ARC-FIELDS-OK PIC X.
       77 PART-FIELDS-OK PIC X.
       77 PARTS-DONE PIC X.
       77 ARC-CODE-FIELD PIC X(10).
       77 TITLE-FIELD PIC X(40).
       77 SERIES-ID-FIELD PIC X(05).
       77 ISSUE-FIELD PIC X(05).
       77 POSITION-FIELD PIC X(02).
       77 PART-POSITION PIC 9(02).
       77 PART-INDEX PIC 9(02).
       77 NEXT-INDEX PIC 9(02).
       77 PART-NUMBER-ED PIC Z9.
       77 NEW-PART-SERIES-ID PIC 9(05).
       77 NEW-PART-ISSUE PIC 9(05).
       77 END-OF-ARCS PIC X.
       77 ARC-LIST-COUNT PIC 9(05).
       77 ARC-LIST-COUNT-ED PIC Z(4)9.
       77 ARC-FILE-STATUS PIC X(02).
       77 SERIES-FILE-STATUS PIC X(02).

       COPY "ARC-WS-ESP.cbl".

      * Story arcs and crossover events. An arc is a code, a title
      * and its parts in reading order, each part one issue of one
      * series on the series master; ARC-REPORT prints the reading
      * order against what is on the shelves.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM OPEN-ARC-FILE.
           MOVE "Y" TO SERIES-AVAILABLE.
           OPEN INPUT SERIES-FILE.
           IF SERIES-FILE-STATUS = "35"
               MOVE "N" TO SERIES-AVAILABLE.
           PERFORM GET-ARC-MODE.
           PERFORM RUN-ARC-MODE
           UNTIL ARC-MODE = "4".
           IF SERIES-AVAILABLE = "Y"
               CLOSE SERIES-FILE.
           CLOSE ARC-FILE.
           END-PROGRAM.
               GOBACK.

      * The arc file belongs to this program; on a fresh system
      * OPEN I-O comes back status 35, so seed it with an OPEN
      * OUTPUT before opening it I-O for real.
       OPEN-ARC-FILE.
           OPEN I-O ARC-FILE.
           IF ARC-FILE-STATUS = "35"
               OPEN OUTPUT ARC-FILE
               CLOSE ARC-FILE
               OPEN I-O ARC-FILE.

       GET-ARC-MODE.
           DISPLAY " ".
           DISPLAY TEXT-ARC-MODE-PROMPT.
           DISPLAY TEXT-ARC-MODE-OPTION-1.
           DISPLAY TEXT-ARC-MODE-OPTION-2.
           DISPLAY TEXT-ARC-MODE-OPTION-3.
           DISPLAY TEXT-ARC-MODE-OPTION-4.
           ACCEPT ARC-MODE.

       RUN-ARC-MODE.
           EVALUATE ARC-MODE
               WHEN "1"
                   PERFORM ADD-ARC-LOOP
               WHEN "2"
                   PERFORM EDIT-ARC-LOOP
               WHEN "3"
                   PERFORM LIST-ARCS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ARC-MODE NOT = "4"
               PERFORM GET-ARC-MODE.

       ADD-ARC-LOOP.
           MOVE "Y" TO YES-NO.
           PERFORM ADD-ARC
           UNTIL YES-NO = "N".

       ADD-ARC.
           MOVE "N" TO ARC-FIELDS-OK.
           PERFORM GET-ARC-FIELDS
           UNTIL ARC-FIELDS-OK = "Y".
           PERFORM CLEAR-ARC-PARTS.
           MOVE "N" TO PARTS-DONE.
           PERFORM GET-NEXT-PART
           UNTIL PARTS-DONE = "Y".
           PERFORM WRITE-ARC-RECORD.
           PERFORM RESTART-ARC.

      * The code is checked against the file before any part is
      * typed, so a long reading order is not keyed in only to be
      * turned away as a duplicate at the end.
       GET-ARC-FIELDS.
           DISPLAY " ".
           DISPLAY TEXT-ARC-CODE-PROMPT.
           MOVE SPACE TO ARC-CODE-FIELD.
           ACCEPT ARC-CODE-FIELD.
           DISPLAY TEXT-ARC-TITLE-PROMPT.
           MOVE SPACE TO TITLE-FIELD.
           ACCEPT TITLE-FIELD.
           MOVE "Y" TO ARC-FIELDS-OK.
           IF ARC-CODE-FIELD = SPACE
               DISPLAY ERROR-ARC-INVALID-CODE
               MOVE "N" TO ARC-FIELDS-OK
           ELSE
               MOVE ARC-CODE-FIELD TO ARC-CODE
               PERFORM READ-ARC-RECORD
               IF RECORD-FOUND = "Y"
                   DISPLAY ERROR-ARC-DUPLICATE
                   MOVE "N" TO ARC-FIELDS-OK.
           IF TITLE-FIELD = SPACE
               DISPLAY ERROR-ARC-INVALID-TITLE
               MOVE "N" TO ARC-FIELDS-OK.
           MOVE SPACE TO ARC-RECORD.
           MOVE ARC-CODE-FIELD TO ARC-CODE.
           MOVE TITLE-FIELD TO ARC-TITLE.

       CLEAR-ARC-PARTS.
           MOVE ZEROES TO ARC-PART-COUNT.
           MOVE ZEROES TO PART-INDEX.
           PERFORM CLEAR-ONE-PART
           UNTIL PART-INDEX = 60.

       CLEAR-ONE-PART.
           ADD 1 TO PART-INDEX.
           MOVE ZEROES TO ARC-PART-SERIES-ID(PART-INDEX).
           MOVE ZEROES TO ARC-PART-ISSUE(PART-INDEX).

      * Parts are taken in reading order until a blank series or
      * the sixty the record holds.
       GET-NEXT-PART.
           IF ARC-PART-COUNT = 60
               DISPLAY ERROR-ARC-FULL
               MOVE "Y" TO PARTS-DONE
           ELSE
               ADD 1 ARC-PART-COUNT GIVING PART-NUMBER-ED
               DISPLAY " "
               DISPLAY TEXT-ARC-PART-NUMBER PART-NUMBER-ED
               PERFORM GET-PART-FIELDS
               IF SERIES-ID-FIELD = SPACE
                   MOVE "Y" TO PARTS-DONE
               ELSE
                   IF PART-FIELDS-OK = "Y"
                       ADD 1 TO ARC-PART-COUNT
                       MOVE NEW-PART-SERIES-ID
                           TO ARC-PART-SERIES-ID(ARC-PART-COUNT)
                       MOVE NEW-PART-ISSUE
                           TO ARC-PART-ISSUE(ARC-PART-COUNT).

      * A blank series ends the entry; otherwise the series must be
      * on the master, and its title is shown back so a mistyped
      * ID is caught before the issue number is asked for.
       GET-PART-FIELDS.
           MOVE "N" TO PART-FIELDS-OK.
           DISPLAY TEXT-ARC-SERIES-PROMPT.
           DISPLAY TEXT-ARC-BLANK-END.
           MOVE SPACE TO SERIES-ID-FIELD.
           ACCEPT SERIES-ID-FIELD.
           IF SERIES-ID-FIELD NOT = SPACE
               PERFORM TAKE-PART-FIELDS.

       TAKE-PART-FIELDS.
           MOVE "N" TO SERIES-FOUND.
           IF SERIES-ID-FIELD IS NUMERIC AND
              SERIES-ID-FIELD NOT = "00000"
               MOVE SERIES-ID-FIELD TO NEW-PART-SERIES-ID
               PERFORM READ-PART-SERIES.
           IF SERIES-FOUND = "N"
               DISPLAY ERROR-ARC-NO-SERIES
           ELSE
               DISPLAY TEXT-ARC-SHOW-SERIES SERIES-TITLE
               DISPLAY TEXT-ARC-ISSUE-PROMPT
               MOVE SPACE TO ISSUE-FIELD
               ACCEPT ISSUE-FIELD
               IF ISSUE-FIELD IS NUMERIC AND ISSUE-FIELD NOT = "00000"
                   MOVE ISSUE-FIELD TO NEW-PART-ISSUE
                   MOVE "Y" TO PART-FIELDS-OK
               ELSE
                   DISPLAY ERROR-ARC-INVALID-ISSUE.

       READ-PART-SERIES.
           MOVE "N" TO SERIES-FOUND.
           IF SERIES-AVAILABLE = "Y"
               MOVE NEW-PART-SERIES-ID TO SERIES-ID
               MOVE "Y" TO SERIES-FOUND
               READ SERIES-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO SERIES-FOUND.

       WRITE-ARC-RECORD.
           WRITE ARC-RECORD
           INVALID KEY
               DISPLAY ERROR-ARC-DUPLICATE
           NOT INVALID KEY
               DISPLAY TEXT-ARC-ADDED.

       RESTART-ARC.
           DISPLAY TEXT-ARC-RESTART.
           ACCEPT YES-NO.
           IF YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
               MOVE "N" TO YES-NO.

       EDIT-ARC-LOOP.
           PERFORM GET-ARC-TO-EDIT.
           PERFORM EDIT-ARC-RECORDS
           UNTIL ARC-CODE-FIELD = SPACE.

      * Primed once before the loop, the same way GET-WANT-TO-EDIT
      * does it, so a pre-blanked key does not end the loop before
      * the operator has typed anything.
       GET-ARC-TO-EDIT.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-ARC-RECORD.
           PERFORM FIND-ARC-RECORD
           UNTIL RECORD-FOUND = "Y" OR ARC-CODE-FIELD = SPACE.

       FIND-ARC-RECORD.
           DISPLAY " ".
           DISPLAY TEXT-ARC-CODE-PROMPT.
           DISPLAY TEXT-ARC-BLANK-EXIT.
           MOVE SPACE TO ARC-CODE-FIELD.
           ACCEPT ARC-CODE-FIELD.
           IF ARC-CODE-FIELD NOT = SPACE
               MOVE ARC-CODE-FIELD TO ARC-CODE
               PERFORM READ-ARC-RECORD
               IF RECORD-FOUND = "N"
                   DISPLAY ERROR-ARC-NO-FOUND.

       READ-ARC-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ ARC-FILE RECORD
           INVALID KEY
           MOVE "N" TO RECORD-FOUND.

       EDIT-ARC-RECORDS.
           PERFORM SHOW-ARC-FIELDS.
           DISPLAY TEXT-ARC-EDIT-PROMPT.
           ACCEPT ARC-EDIT-ACTION.
           EVALUATE ARC-EDIT-ACTION
               WHEN "1"
                   PERFORM CHANGE-ARC-TITLE
               WHEN "2"
                   PERFORM INSERT-ARC-PART
               WHEN "3"
                   PERFORM REMOVE-ARC-PART
               WHEN "4"
                   PERFORM DELETE-ARC-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM GET-ARC-TO-EDIT.

      * A blank answer keeps what is there.
       CHANGE-ARC-TITLE.
           DISPLAY TEXT-ARC-TITLE-PROMPT.
           MOVE SPACE TO TITLE-FIELD.
           ACCEPT TITLE-FIELD.
           IF TITLE-FIELD NOT = SPACE
               MOVE TITLE-FIELD TO ARC-TITLE
               PERFORM REWRITE-ARC-RECORD.

      * The new part goes in front of the one now at the position
      * given, and everything from there on moves down one place;
      * a blank position puts it at the end of the reading order.
       INSERT-ARC-PART.
           IF ARC-PART-COUNT = 60
               DISPLAY ERROR-ARC-FULL
           ELSE
               PERFORM GET-PART-FIELDS
               IF PART-FIELDS-OK = "Y"
                   PERFORM GET-INSERT-POSITION
                   IF PART-POSITION = ZEROES
                       DISPLAY ERROR-ARC-INVALID-POSITION
                   ELSE
                       PERFORM OPEN-PART-SLOT
                       PERFORM REWRITE-ARC-RECORD.

       GET-INSERT-POSITION.
           DISPLAY TEXT-ARC-POSITION-PROMPT.
           DISPLAY TEXT-ARC-POSITION-END.
           MOVE SPACE TO POSITION-FIELD.
           ACCEPT POSITION-FIELD.
           MOVE ZEROES TO PART-POSITION.
           IF POSITION-FIELD = SPACE
               ADD 1 ARC-PART-COUNT GIVING PART-POSITION
           ELSE
               PERFORM TAKE-POSITION-FIELD
               IF PART-POSITION > ARC-PART-COUNT + 1
                   MOVE ZEROES TO PART-POSITION.

      * Accepts one or two digits, typed either way.
       TAKE-POSITION-FIELD.
           MOVE ZEROES TO PART-POSITION.
           IF POSITION-FIELD IS NUMERIC
               MOVE POSITION-FIELD TO PART-POSITION
           ELSE
               IF POSITION-FIELD(1:1) IS NUMERIC AND
                  POSITION-FIELD(2:1) = SPACE
                   MOVE POSITION-FIELD(1:1) TO PART-POSITION.

       OPEN-PART-SLOT.
           MOVE ARC-PART-COUNT TO PART-INDEX.
           PERFORM MOVE-PART-DOWN
           UNTIL PART-INDEX < PART-POSITION.
           MOVE NEW-PART-SERIES-ID
               TO ARC-PART-SERIES-ID(PART-POSITION).
           MOVE NEW-PART-ISSUE TO ARC-PART-ISSUE(PART-POSITION).
           ADD 1 TO ARC-PART-COUNT.

       MOVE-PART-DOWN.
           ADD 1 PART-INDEX GIVING NEXT-INDEX.
           MOVE ARC-PART(PART-INDEX) TO ARC-PART(NEXT-INDEX).
           SUBTRACT 1 FROM PART-INDEX.

      * The parts after the one removed move up one place, so the
      * reading order stays without holes.
       REMOVE-ARC-PART.
           DISPLAY TEXT-ARC-POSITION-PROMPT.
           MOVE SPACE TO POSITION-FIELD.
           ACCEPT POSITION-FIELD.
           PERFORM TAKE-POSITION-FIELD.
           IF PART-POSITION = ZEROES OR
              PART-POSITION > ARC-PART-COUNT
               DISPLAY ERROR-ARC-INVALID-POSITION
           ELSE
               MOVE PART-POSITION TO PART-INDEX
               PERFORM MOVE-PART-UP
               UNTIL PART-INDEX = ARC-PART-COUNT
               MOVE ZEROES TO ARC-PART-SERIES-ID(ARC-PART-COUNT)
               MOVE ZEROES TO ARC-PART-ISSUE(ARC-PART-COUNT)
               SUBTRACT 1 FROM ARC-PART-COUNT
               PERFORM REWRITE-ARC-RECORD.

       MOVE-PART-UP.
           ADD 1 PART-INDEX GIVING NEXT-INDEX.
           MOVE ARC-PART(NEXT-INDEX) TO ARC-PART(PART-INDEX).
           MOVE NEXT-INDEX TO PART-INDEX.

       DELETE-ARC-RECORD.
           DISPLAY TEXT-ARC-DELETE-CONFIRM.
           ACCEPT YES-NO.
           IF YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO = "Y"
               DELETE ARC-FILE RECORD
               INVALID KEY
                   DISPLAY ERROR-ARC-CANT-UPDATE
               NOT INVALID KEY
                   DISPLAY TEXT-ARC-DELETED.

       REWRITE-ARC-RECORD.
           REWRITE ARC-RECORD
           INVALID KEY
               DISPLAY ERROR-ARC-CANT-UPDATE
           NOT INVALID KEY
               DISPLAY TEXT-ARC-UPDATED.

       SHOW-ARC-FIELDS.
           DISPLAY " ".
           DISPLAY TEXT-ARC-SHOW-CODE ARC-CODE.
           DISPLAY TEXT-ARC-SHOW-TITLE ARC-TITLE.
           DISPLAY TEXT-ARC-SHOW-PARTS ARC-PART-COUNT.
           MOVE ZEROES TO PART-INDEX.
           PERFORM SHOW-ONE-PART
           UNTIL PART-INDEX = ARC-PART-COUNT.
           DISPLAY " ".

       SHOW-ONE-PART.
           ADD 1 TO PART-INDEX.
           MOVE ARC-PART-SERIES-ID(PART-INDEX) TO NEW-PART-SERIES-ID.
           PERFORM READ-PART-SERIES.
           IF SERIES-FOUND = "N"
               MOVE SPACE TO SERIES-TITLE.
           MOVE PART-INDEX TO PART-NUMBER-ED.
           DISPLAY "  " PART-NUMBER-ED ". "
               ARC-PART-SERIES-ID(PART-INDEX) " "
               SERIES-TITLE " #" ARC-PART-ISSUE(PART-INDEX).

       LIST-ARCS.
           DISPLAY " ".
           DISPLAY TEXT-ARC-LIST-TITLE.
           MOVE ZEROES TO ARC-LIST-COUNT.
           MOVE "N" TO END-OF-ARCS.
           MOVE LOW-VALUES TO ARC-CODE.
           START ARC-FILE KEY IS NOT LESS THAN ARC-CODE
               INVALID KEY
               MOVE "Y" TO END-OF-ARCS.
           PERFORM LIST-ONE-ARC
           UNTIL END-OF-ARCS = "Y".
           IF ARC-LIST-COUNT = ZEROES
               DISPLAY TEXT-ARC-LIST-NONE
           ELSE
               MOVE ARC-LIST-COUNT TO ARC-LIST-COUNT-ED
               DISPLAY TEXT-ARC-LIST-TOTAL ARC-LIST-COUNT-ED.

       LIST-ONE-ARC.
           READ ARC-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-ARCS.
           IF END-OF-ARCS = "N"
               ADD 1 TO ARC-LIST-COUNT
               DISPLAY ARC-CODE " " ARC-TITLE " "
                   TEXT-ARC-SHOW-PARTS ARC-PART-COUNT.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "ARC-WS-ENG.cbl".

       END PROGRAM ARC-RECORD.
