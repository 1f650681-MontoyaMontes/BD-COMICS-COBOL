       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-TRANSFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "OWNER-PHYSIC-FILE.cbl".
       COPY "XFER-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "OWNER-LOGIC-FILE.cbl".
       COPY "XFER-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       COPY "OPERATOR-SESSION-WS.cbl".
       77 XFER-MODE PIC X.
       77 RECORD-FOUND PIC X.
       77 OWNER-OK PIC X.
       77 ID-COMIC-FIELD PIC Z(5).
       77 NEW-OWNER-FIELD PIC X(05).
       77 OLD-OWNER-FIELD PIC X(05).
       77 REASON-FIELD PIC X(30).
       77 END-OF-XFERS PIC X.
       77 XFERS-LISTED PIC 9(05).
       77 XFER-VALUE-ED PIC Z(4)9.99.
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 OWNER-FILE-STATUS PIC X(02).
       77 XFER-FILE-STATUS PIC X(02).

       COPY "XFER-WS-ESP.cbl".
       COPY "AUDIT-WS-ESP.cbl".

      * Hands a comic from one member of the household to another.
      * The owner code on the comic is rewritten, and the change
      * lands on the transfer ledger with the value of the day, on
      * the audit trail and on the image ledger. Only comics still
      * in the house can change hands: one at the grader, on
      * consignment or out on loan still belongs to somebody, but
      * a deleted, sold or traded comic has left for good.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
      * COMICS-FILE is opened and closed once per session by the
      * caller (BD-COMICS-MENU when run from the menu); this program
      * assumes the file is already open when it gets control.
           PERFORM GET-XFER-MODE.
           PERFORM RUN-XFER-MODE
           UNTIL XFER-MODE = "3".
           END-PROGRAM.
               GOBACK.

       GET-XFER-MODE.
           DISPLAY " ".
           DISPLAY TEXT-XFER-MODE-PROMPT.
           DISPLAY TEXT-XFER-MODE-OPTION-1.
           DISPLAY TEXT-XFER-MODE-OPTION-2.
           DISPLAY TEXT-XFER-MODE-OPTION-3.
           ACCEPT XFER-MODE.

       RUN-XFER-MODE.
           EVALUATE XFER-MODE
               WHEN "1"
                   PERFORM TRANSFER-COMIC-FLOW
               WHEN "2"
                   PERFORM LIST-COMIC-TRANSFERS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF XFER-MODE NOT = "3"
               PERFORM GET-XFER-MODE.

       TRANSFER-COMIC-FLOW.
           DISPLAY " ".
           DISPLAY TEXT-XFER-ID-PROMPT.
           DISPLAY TEXT-XFER-RANGE.
           DISPLAY TEXT-XFER-EXIT-HINT.
           ACCEPT ID-COMIC-FIELD.
           MOVE ID-COMIC-FIELD TO COMIC-ID.
           IF COMIC-ID NOT = ZEROES
               PERFORM READ-COMIC-FOR-TRANSFER
               IF RECORD-FOUND = "Y"
                   PERFORM TRANSFER-ONE-COMIC.

       READ-COMIC-FOR-TRANSFER.
           MOVE "Y" TO RECORD-FOUND.
           READ COMICS-FILE RECORD
           INVALID KEY
           MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "N"
               DISPLAY TEXT-XFER-NO-FOUND
           ELSE
               IF COMIC-DELETED OR COMIC-SOLD OR COMIC-TRADED
                   MOVE "N" TO RECORD-FOUND
                   DISPLAY TEXT-XFER-GONE.
      * The untouched record is saved whole the moment it is read,
      * so the image ledger can carry a true before picture.
           IF RECORD-FOUND = "Y"
               MOVE COMIC-RECORD TO ILC-BEFORE-IMAGE.

       TRANSFER-ONE-COMIC.
           DISPLAY " ".
           DISPLAY TEXT-XFER-SHOW-NAME COMIC-NAME.
           IF COMIC-OWNER = SPACE
               DISPLAY TEXT-XFER-SHOW-OWNER TEXT-XFER-UNASSIGNED
           ELSE
               DISPLAY TEXT-XFER-SHOW-OWNER COMIC-OWNER.
           PERFORM GET-NEW-OWNER.
           IF NEW-OWNER-FIELD = SPACE
               DISPLAY TEXT-XFER-CANCELLED
           ELSE
               DISPLAY TEXT-XFER-REASON-PROMPT
               MOVE SPACE TO REASON-FIELD
               ACCEPT REASON-FIELD
               PERFORM REWRITE-OWNER-ON-COMIC.

       GET-NEW-OWNER.
           MOVE "N" TO OWNER-OK.
           PERFORM ASK-NEW-OWNER
           UNTIL OWNER-OK = "Y".

      * A blank answer backs out of the transfer. Anything else
      * must be an active owner on the registry, and not the one
      * the comic already has.
       ASK-NEW-OWNER.
           DISPLAY TEXT-XFER-NEW-OWNER-PROMPT.
           MOVE SPACE TO NEW-OWNER-FIELD.
           ACCEPT NEW-OWNER-FIELD.
           MOVE "Y" TO OWNER-OK.
           IF NEW-OWNER-FIELD NOT = SPACE
               IF NEW-OWNER-FIELD = COMIC-OWNER
                   MOVE "N" TO OWNER-OK
                   DISPLAY TEXT-XFER-SAME-OWNER
               ELSE
                   PERFORM CHECK-NEW-OWNER
                   IF OWNER-OK = "N"
                       DISPLAY ERROR-XFER-BAD-OWNER.

       CHECK-NEW-OWNER.
           OPEN INPUT OWNER-FILE.
           IF OWNER-FILE-STATUS = "35"
               MOVE "N" TO OWNER-OK
           ELSE
               MOVE NEW-OWNER-FIELD TO OWNER-CODE
               READ OWNER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO OWNER-OK
               END-READ
               IF OWNER-OK = "Y" AND NOT OWNER-ACTIVE
                   MOVE "N" TO OWNER-OK
               END-IF
               CLOSE OWNER-FILE.

       REWRITE-OWNER-ON-COMIC.
           MOVE COMIC-OWNER TO OLD-OWNER-FIELD.
           MOVE NEW-OWNER-FIELD TO COMIC-OWNER.
           REWRITE COMIC-RECORD
           INVALID KEY
               DISPLAY ERROR-XFER-CANT-UPDATE
           NOT INVALID KEY
               PERFORM APPEND-XFER-LINE
               PERFORM WRITE-XFER-AUDIT-RECORD
               PERFORM WRITE-IMAGE-LINE
               DISPLAY TEXT-XFER-DONE.

       APPEND-XFER-LINE.
           MOVE SPACE TO XFER-RECORD.
           MOVE COMIC-ID TO XFER-COMIC-ID.
           ACCEPT XFER-DATE FROM DATE YYYYMMDD.
           ACCEPT XFER-TIME FROM TIME.
           MOVE OLD-OWNER-FIELD TO XFER-FROM-OWNER.
           MOVE COMIC-OWNER TO XFER-TO-OWNER.
           MOVE COMIC-VALUE TO XFER-VALUE.
           MOVE COMIC-CURRENCY TO XFER-CURRENCY.
           MOVE SESSION-OPERATOR-ID TO XFER-OPERATOR-ID.
           MOVE REASON-FIELD TO XFER-REASON.
           OPEN EXTEND XFER-FILE.
           IF XFER-FILE-STATUS = "35"
               PERFORM SEED-XFER-FILE.
           WRITE XFER-RECORD.
           CLOSE XFER-FILE.

      * OPEN EXTEND does not create a missing file, so on a fresh
      * system this seeds an empty ledger before appending to it.
       SEED-XFER-FILE.
           OPEN OUTPUT XFER-FILE.
           CLOSE XFER-FILE.
           OPEN EXTEND XFER-FILE.

      * Full before/after record images for the shared image
      * ledger and the day journal, one CALL per landed write.
       WRITE-IMAGE-LINE.
           MOVE "R" TO ILC-ACTION.
           MOVE COMIC-ID TO ILC-COMIC-ID.
           MOVE COMIC-RECORD TO ILC-AFTER-IMAGE.
           CALL "WRITE-IMAGE-LOG" USING IMAGE-LOG-CALL-AREA.

       WRITE-XFER-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACE TO AUDIT-LINE.
           STRING AUDIT-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-LABEL-OWNER DELIMITED BY SIZE
                  "ID=" DELIMITED BY SIZE
                  COMIC-ID DELIMITED BY SIZE
                  AUDIT-LABEL-BEFORE DELIMITED BY SIZE
                  OLD-OWNER-FIELD DELIMITED BY SIZE
                  AUDIT-LABEL-AFTER DELIMITED BY SIZE
                  COMIC-OWNER DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

      * Every line of the ledger for one comic, oldest first, the
      * order they were appended in.
       LIST-COMIC-TRANSFERS.
           DISPLAY " ".
           DISPLAY TEXT-XFER-ID-HIST-PROMPT.
           DISPLAY TEXT-XFER-RANGE.
           DISPLAY TEXT-XFER-EXIT-HINT.
           ACCEPT ID-COMIC-FIELD.
           MOVE ID-COMIC-FIELD TO COMIC-ID.
           IF COMIC-ID NOT = ZEROES
               PERFORM LIST-TRANSFERS-OF-COMIC.

       LIST-TRANSFERS-OF-COMIC.
           MOVE ZEROES TO XFERS-LISTED.
           OPEN INPUT XFER-FILE.
           IF XFER-FILE-STATUS NOT = "35"
               DISPLAY TEXT-XFER-HIST-TITLE
               MOVE "N" TO END-OF-XFERS
               PERFORM READ-XFER-LINE
               PERFORM SHOW-ONE-TRANSFER
               UNTIL END-OF-XFERS = "Y"
               CLOSE XFER-FILE.
           IF XFERS-LISTED = ZEROES
               DISPLAY TEXT-XFER-HIST-NONE.

       READ-XFER-LINE.
           READ XFER-FILE
           AT END
               MOVE "Y" TO END-OF-XFERS.

       SHOW-ONE-TRANSFER.
           IF XFER-COMIC-ID = COMIC-ID
               ADD 1 TO XFERS-LISTED
               MOVE XFER-VALUE TO XFER-VALUE-ED
               DISPLAY XFER-DATE " " XFER-FROM-OWNER " "
                   XFER-TO-OWNER " " XFER-VALUE-ED " "
                   XFER-CURRENCY " " XFER-OPERATOR-ID " "
                   XFER-REASON.
           PERFORM READ-XFER-LINE.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "XFER-WS-ENG.cbl".

       END PROGRAM OWNER-TRANSFER.
