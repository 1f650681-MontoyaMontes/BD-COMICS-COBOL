       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVEMENT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "MOVEMENT-PHYSIC-FILE.cbl".
       COPY "MOVRPT-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "MOVEMENT-LOGIC-FILE.cbl".
       COPY "MOVRPT-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       77 MOVEMENT-MODE PIC X.
       77 RECORD-FOUND PIC X.
       77 ID-COMIC-FIELD PIC Z(5).
       77 BOX-FIELD PIC X(10).
       77 FROM-DATE-FIELD PIC 9(08).
       77 TO-DATE-FIELD PIC 9(08).
       77 END-OF-MOVEMENTS PIC X.
       77 MOVEMENT-FILE-STATUS PIC X(02).
       77 LINE-COUNT PIC 9(05).
       77 IN-COUNT PIC 9(05).
       77 OUT-COUNT PIC 9(05).
       77 COUNT-ED PIC Z(4)9.
       77 DIRECTION-TEXT PIC X(06).
       77 OTHER-LOCATION PIC X(10).

       COPY "MOVRPT-WS-ESP.cbl".

      * Answers the two questions the movement ledger exists for:
      * where has this comic been filed over time, and what went
      * into and out of this box. Both come out on the screen and
      * on the report file, so the answer can also be printed.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
      * COMICS-FILE is opened and closed once per session by the
      * caller (BD-COMICS-MENU when run from the menu); this program
      * assumes the file is already open when it gets control.
           PERFORM GET-MOVEMENT-MODE.
           PERFORM RUN-MOVEMENT-MODE
           UNTIL MOVEMENT-MODE = "3".
           END-PROGRAM.
               GOBACK.

       GET-MOVEMENT-MODE.
           DISPLAY " ".
           DISPLAY TEXT-MOVR-MODE-PROMPT.
           DISPLAY TEXT-MOVR-MODE-OPTION-1.
           DISPLAY TEXT-MOVR-MODE-OPTION-2.
           DISPLAY TEXT-MOVR-MODE-OPTION-3.
           ACCEPT MOVEMENT-MODE.

       RUN-MOVEMENT-MODE.
           EVALUATE MOVEMENT-MODE
               WHEN "1"
                   PERFORM COMIC-MOVEMENT-HISTORY
               WHEN "2"
                   PERFORM BOX-IN-AND-OUT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF MOVEMENT-MODE NOT = "3"
               PERFORM GET-MOVEMENT-MODE.

      * The ledger is appended in time order, so one pass reads
      * each comic's moves already in the order they happened.
       COMIC-MOVEMENT-HISTORY.
           DISPLAY TEXT-MOVR-ID-PROMPT.
           DISPLAY TEXT-MOVR-EXIT-HINT.
           ACCEPT ID-COMIC-FIELD.
           MOVE ID-COMIC-FIELD TO COMIC-ID.
           IF COMIC-ID NOT = ZEROES
               PERFORM READ-COMIC-RECORD
               IF RECORD-FOUND = "N"
                   DISPLAY TEXT-MOVR-NO-FOUND
               ELSE
                   PERFORM PRINT-COMIC-HISTORY.

      * A sold or written-off comic keeps its history; the question
      * of where it was is often asked after it has gone.
       READ-COMIC-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ COMICS-FILE RECORD
           INVALID KEY
           MOVE "N" TO RECORD-FOUND.

       PRINT-COMIC-HISTORY.
           OPEN OUTPUT MOVRPT-FILE.
           MOVE SPACE TO MOVRPT-LINE.
           STRING TEXT-MOVR-HISTORY-TITLE DELIMITED BY SIZE
                  COMIC-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COMIC-NAME DELIMITED BY SIZE
                  INTO MOVRPT-LINE.
           PERFORM SHOW-AND-WRITE-LINE.
           MOVE SPACE TO MOVRPT-LINE.
           STRING TEXT-MOVR-FILED-NOW DELIMITED BY SIZE
                  COMIC-LOCATION DELIMITED BY SIZE
                  INTO MOVRPT-LINE.
           PERFORM SHOW-AND-WRITE-LINE.
           MOVE ZEROES TO LINE-COUNT.
           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-MOVEMENTS
               PERFORM READ-MOVEMENT-LINE
               PERFORM PRINT-ONE-COMIC-MOVE
               UNTIL END-OF-MOVEMENTS = "Y"
               CLOSE MOVEMENT-FILE.
           IF LINE-COUNT = ZEROES
               MOVE TEXT-MOVR-NO-MOVES TO MOVRPT-LINE
               PERFORM SHOW-AND-WRITE-LINE.
           CLOSE MOVRPT-FILE.
           DISPLAY TEXT-MOVR-WRITTEN.

       READ-MOVEMENT-LINE.
           READ MOVEMENT-FILE
           AT END
               MOVE "Y" TO END-OF-MOVEMENTS.

       PRINT-ONE-COMIC-MOVE.
           IF MOV-COMIC-ID = COMIC-ID
               ADD 1 TO LINE-COUNT
               MOVE SPACE TO MOVRPT-LINE
               STRING MOV-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MOV-FROM-LOC DELIMITED BY SIZE
                      TEXT-MOVR-ARROW DELIMITED BY SIZE
                      MOV-TO-LOC DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MOV-REASON DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MOV-OPERATOR DELIMITED BY SIZE
                      INTO MOVRPT-LINE
               PERFORM SHOW-AND-WRITE-LINE.
           PERFORM READ-MOVEMENT-LINE.

      * Everything that arrived in or left one box, optionally
      * within a date range; a zero date leaves that end open.
       BOX-IN-AND-OUT.
           DISPLAY TEXT-MOVR-BOX-PROMPT.
           MOVE SPACE TO BOX-FIELD.
           ACCEPT BOX-FIELD.
           IF BOX-FIELD NOT = SPACE
               DISPLAY TEXT-MOVR-FROM-DATE-PROMPT
               MOVE ZEROES TO FROM-DATE-FIELD
               ACCEPT FROM-DATE-FIELD
               DISPLAY TEXT-MOVR-TO-DATE-PROMPT
               MOVE ZEROES TO TO-DATE-FIELD
               ACCEPT TO-DATE-FIELD
               IF TO-DATE-FIELD = ZEROES
                   MOVE 99999999 TO TO-DATE-FIELD
               END-IF
               PERFORM PRINT-BOX-MOVEMENTS.

       PRINT-BOX-MOVEMENTS.
           OPEN OUTPUT MOVRPT-FILE.
           MOVE SPACE TO MOVRPT-LINE.
           STRING TEXT-MOVR-BOX-TITLE DELIMITED BY SIZE
                  BOX-FIELD DELIMITED BY SIZE
                  INTO MOVRPT-LINE.
           PERFORM SHOW-AND-WRITE-LINE.
           MOVE ZEROES TO IN-COUNT.
           MOVE ZEROES TO OUT-COUNT.
           OPEN INPUT MOVEMENT-FILE.
           IF MOVEMENT-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-MOVEMENTS
               PERFORM READ-MOVEMENT-LINE
               PERFORM PRINT-ONE-BOX-MOVE
               UNTIL END-OF-MOVEMENTS = "Y"
               CLOSE MOVEMENT-FILE.
           MOVE SPACE TO MOVRPT-LINE.
           PERFORM SHOW-AND-WRITE-LINE.
           MOVE IN-COUNT TO COUNT-ED.
           MOVE SPACE TO MOVRPT-LINE.
           STRING TEXT-MOVR-TOTAL-IN DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO MOVRPT-LINE.
           PERFORM SHOW-AND-WRITE-LINE.
           MOVE OUT-COUNT TO COUNT-ED.
           MOVE SPACE TO MOVRPT-LINE.
           STRING TEXT-MOVR-TOTAL-OUT DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO MOVRPT-LINE.
           PERFORM SHOW-AND-WRITE-LINE.
           CLOSE MOVRPT-FILE.
           DISPLAY TEXT-MOVR-WRITTEN.

       PRINT-ONE-BOX-MOVE.
           IF MOV-DATE NOT < FROM-DATE-FIELD AND
              MOV-DATE NOT > TO-DATE-FIELD
               IF MOV-TO-LOC = BOX-FIELD
                   ADD 1 TO IN-COUNT
                   MOVE TEXT-MOVR-IN TO DIRECTION-TEXT
                   MOVE MOV-FROM-LOC TO OTHER-LOCATION
                   PERFORM PRINT-BOX-MOVE-LINE
               ELSE
                   IF MOV-FROM-LOC = BOX-FIELD
                       ADD 1 TO OUT-COUNT
                       MOVE TEXT-MOVR-OUT TO DIRECTION-TEXT
                       MOVE MOV-TO-LOC TO OTHER-LOCATION
                       PERFORM PRINT-BOX-MOVE-LINE.
           PERFORM READ-MOVEMENT-LINE.

       PRINT-BOX-MOVE-LINE.
           MOVE MOV-COMIC-ID TO COMIC-ID.
           PERFORM READ-COMIC-RECORD.
           IF RECORD-FOUND = "N"
               MOVE SPACE TO COMIC-NAME.
           MOVE SPACE TO MOVRPT-LINE.
           STRING MOV-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIRECTION-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  OTHER-LOCATION DELIMITED BY SIZE
                  " ID=" DELIMITED BY SIZE
                  MOV-COMIC-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  COMIC-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MOV-REASON DELIMITED BY SIZE
                  INTO MOVRPT-LINE.
           PERFORM SHOW-AND-WRITE-LINE.

       SHOW-AND-WRITE-LINE.
           DISPLAY MOVRPT-LINE.
           WRITE MOVRPT-LINE.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "MOVRPT-WS-ENG.cbl".

       END PROGRAM MOVEMENT-REPORT.
