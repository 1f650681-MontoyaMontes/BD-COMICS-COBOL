      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "PUBLISHER-PHYSIC-FILE.cbl".
       COPY "CREATOR-PHYSIC-FILE.cbl".
       COPY "CREATORX-PHYSIC-FILE.cbl".
       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "PUBLISHER-LOGIC-FILE.cbl".
       COPY "CREATOR-LOGIC-FILE.cbl".
       COPY "CREATORX-LOGIC-FILE.cbl".
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       COPY "MOVELOG-WS.cbl".
       77 RECORD-FOUND PIC X.
       77 ID-COMIC-FIELD PIC Z(5).
       77 NEW-HOUSE-FIELD PIC X(20).
       77 PUBLISHER-COUNT PIC 9(03).
       77 PUBLISHER-INDEX PIC 9(03).
       77 PUBLISHERS-LOADED PIC X.
       77 PUBLISHER-FILE-STATUS PIC X(02).
       77 EDIT-CREATORS-ANSWER PIC X.
       77 CREATOR-FIELD PIC X(30).
           NOT INVALID KEY
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-IMAGE-LINE
               IF COMIC-LOCATION NOT = OLD-LOCATION-FIELD
                   PERFORM WRITE-MOVEMENT-LINE
               END-IF
      * For a collectible the grade's history is part of its story,
      * so a changed grade leaves a dated line on the condition
      * ledger as well as the narrative audit trail.
           MOVE COMIC-RECORD TO ILC-AFTER-IMAGE.
           CALL "WRITE-IMAGE-LOG" USING IMAGE-LOG-CALL-AREA.

      * A location typed in here is a move like any other, so it
      * lands on the movement ledger next to the bulk relocations.
       WRITE-MOVEMENT-LINE.
           MOVE COMIC-ID TO MLC-COMIC-ID.
           MOVE OLD-LOCATION-FIELD TO MLC-FROM-LOC.
           MOVE COMIC-LOCATION TO MLC-TO-LOC.
           MOVE TEXT-EDIT-MOVE-REASON TO MLC-REASON.
           CALL "WRITE-MOVEMENT-LOG" USING MOVE-LOG-CALL-AREA.

       WRITE-CONDITION-HISTORY.
           MOVE SPACE TO CONDITION-HISTORY-RECORD.
           MOVE OLD-CONDITION-FIELD TO CH-OLD-CONDITION.
           MOVE COMIC-CONDITION TO CH-NEW-CONDITION.
           MOVE "EDICION" TO CH-SOURCE.
           MOVE COMIC-ID TO CH-KEY-COMIC-ID.
           MOVE CH-DATE TO CH-KEY-DATE.
           ACCEPT CH-KEY-TIME FROM TIME.
           OPEN I-O CONDITION-HISTORY-FILE.
           IF CONDITION-HISTORY-FILE-STATUS = "35"
               PERFORM SEED-CONDITION-HISTORY-FILE.
           IF CONDITION-HISTORY-FILE-STATUS = "00"
               PERFORM WRITE-CONDITION-ENTRY
               PERFORM BUMP-CONDITION-TIME
               UNTIL CONDITION-HISTORY-FILE-STATUS NOT = "22"
               CLOSE CONDITION-HISTORY-FILE.

      * OPEN I-O does not create a missing file, so on a fresh
      * system this seeds an empty ledger before writing to it.
       SEED-CONDITION-HISTORY-FILE.
           OPEN OUTPUT CONDITION-HISTORY-FILE.
           CLOSE CONDITION-HISTORY-FILE.
           OPEN I-O CONDITION-HISTORY-FILE.

       WRITE-CONDITION-ENTRY.
           WRITE CONDITION-HISTORY-RECORD
               INVALID KEY
               CONTINUE.

      * Two entries for one comic in the same hundredth of a second
      * would share a key, so the later one moves on by one.
       BUMP-CONDITION-TIME.
           ADD 1 TO CH-KEY-TIME.
           PERFORM WRITE-CONDITION-ENTRY.

       WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
                  " " DELIMITED BY SIZE
                  COMIC-NAME DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".
