       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "OPERATOR-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "OPERATOR-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       77 OPERATOR-MODE PIC X.
       77 YES-NO PIC X.
       77 RECORD-FOUND PIC X.
       77 ROLE-OK PIC X.
       77 ID-FIELD PIC X(10).
       77 NEW-NAME-FIELD PIC X(30).
       77 NEW-PASSWORD-FIELD PIC X(10).
       77 NEW-ROLE-FIELD PIC X(01).
       77 NEW-STATUS-FIELD PIC X(01).
       77 OPERATOR-FILE-STATUS PIC X(02).

       COPY "OPERATOR-WS-ESP.cbl".

      * The registry of who may sign on at the menu and with what
      * role. Only a supervisor reaches this from the menu; the
      * first operators of a fresh site are entered by whoever is
      * let in while the registry does not exist yet.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM OPEN-OPERATOR-FILE.
           PERFORM GET-OPERATOR-MODE.
           PERFORM RUN-OPERATOR-MODE
           UNTIL OPERATOR-MODE = "3".
           CLOSE OPERATOR-FILE.
           END-PROGRAM.
               GOBACK.

      * The operator registry belongs to this program alone; on a
      * fresh system OPEN I-O comes back status 35, so seed it with
      * an OPEN OUTPUT before opening it I-O for real.
       OPEN-OPERATOR-FILE.
           OPEN I-O OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-FILE
               CLOSE OPERATOR-FILE
               OPEN I-O OPERATOR-FILE.

       GET-OPERATOR-MODE.
           DISPLAY " ".
           DISPLAY TEXT-OPERATOR-MODE-PROMPT.
           DISPLAY TEXT-OPERATOR-MODE-OPTION-1.
           DISPLAY TEXT-OPERATOR-MODE-OPTION-2.
           DISPLAY TEXT-OPERATOR-MODE-OPTION-3.
           ACCEPT OPERATOR-MODE.

       RUN-OPERATOR-MODE.
           EVALUATE OPERATOR-MODE
               WHEN "1"
                   PERFORM ADD-OPERATOR-LOOP
               WHEN "2"
                   PERFORM UPDATE-OPERATOR-LOOP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF OPERATOR-MODE NOT = "3"
               PERFORM GET-OPERATOR-MODE.

       ADD-OPERATOR-LOOP.
           MOVE "Y" TO YES-NO.
           PERFORM ADD-OPERATOR
           UNTIL YES-NO = "N".

       ADD-OPERATOR.
           PERFORM GET-OPERATOR-FIELDS.
           IF OPERATOR-ID NOT = SPACE
               PERFORM WRITE-OPERATOR-RECORD.
           PERFORM RESTART-OPERATOR.

       GET-OPERATOR-FIELDS.
           MOVE SPACE TO OPERATOR-RECORD.
           SET OPERATOR-ENABLED TO TRUE.
           DISPLAY " ".
           DISPLAY TEXT-OPERATOR-ID-PROMPT.
           ACCEPT OPERATOR-ID.
           IF OPERATOR-ID = SPACE
               DISPLAY ERROR-OPERATOR-ID-BLANK
           ELSE
               DISPLAY TEXT-OPERATOR-NAME-PROMPT
               ACCEPT OPERATOR-NAME
               DISPLAY TEXT-OPERATOR-PASSWORD-PROMPT
               ACCEPT OPERATOR-PASSWORD
               PERFORM GET-OPERATOR-ROLE.

       GET-OPERATOR-ROLE.
           MOVE "N" TO ROLE-OK.
           PERFORM ASK-OPERATOR-ROLE
           UNTIL ROLE-OK = "Y".

       ASK-OPERATOR-ROLE.
           DISPLAY TEXT-OPERATOR-ROLE-PROMPT.
           ACCEPT OPERATOR-ROLE.
           IF OPERATOR-ROLE-VALID
               MOVE "Y" TO ROLE-OK
           ELSE
               DISPLAY ERROR-OPERATOR-BAD-ROLE.

       WRITE-OPERATOR-RECORD.
           WRITE OPERATOR-RECORD
           INVALID KEY
               DISPLAY ERROR-OPERATOR-DUPLICATE
           NOT INVALID KEY
               DISPLAY TEXT-OPERATOR-ADDED.

       RESTART-OPERATOR.
           DISPLAY TEXT-OPERATOR-RESTART.
           ACCEPT YES-NO.
           IF YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
               MOVE "N" TO YES-NO.

       UPDATE-OPERATOR-LOOP.
           PERFORM GET-OPERATOR-TO-EDIT.
           PERFORM UPDATE-OPERATOR-RECORDS
           UNTIL ID-FIELD = SPACE.

      * The find runs once before the loop tests anything, the same
      * way GET-BORROWER-TO-EDIT primes its loop.
       GET-OPERATOR-TO-EDIT.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-OPERATOR-RECORD.
           PERFORM FIND-OPERATOR-RECORD
           UNTIL RECORD-FOUND = "Y" OR ID-FIELD = SPACE.

       FIND-OPERATOR-RECORD.
           DISPLAY " ".
           DISPLAY TEXT-OPERATOR-ID-TO-EDIT.
           DISPLAY TEXT-OPERATOR-BLANK-EXIT.
           MOVE SPACE TO ID-FIELD.
           ACCEPT ID-FIELD.
           IF ID-FIELD NOT = SPACE
               MOVE ID-FIELD TO OPERATOR-ID
               PERFORM READ-OPERATOR-RECORD
               IF RECORD-FOUND = "N"
                   DISPLAY ERROR-OPERATOR-NO-FOUND.

       READ-OPERATOR-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ OPERATOR-FILE RECORD
           INVALID KEY
           MOVE "N" TO RECORD-FOUND.

       UPDATE-OPERATOR-RECORDS.
           PERFORM SHOW-OPERATOR-FIELDS.
           PERFORM GET-NEW-OPERATOR-FIELDS.
           PERFORM REWRITE-OPERATOR-RECORD.
           PERFORM GET-OPERATOR-TO-EDIT.

      * The password is never shown back, only replaced.
       SHOW-OPERATOR-FIELDS.
           DISPLAY " ".
           DISPLAY TEXT-SHOW-OPERATOR-ID OPERATOR-ID.
           DISPLAY TEXT-SHOW-OPERATOR-NAME OPERATOR-NAME.
           DISPLAY TEXT-SHOW-OPERATOR-ROLE OPERATOR-ROLE.
           DISPLAY TEXT-SHOW-OPERATOR-STATUS OPERATOR-STATUS.
           DISPLAY " ".

      * The ID is the record key and is stamped on every ledger
      * line, so it cannot be edited here; a leaver is set to "B"
      * so the old lines still resolve to a name.
       GET-NEW-OPERATOR-FIELDS.
           DISPLAY TEXT-OPERATOR-KEEP-BLANK.
           MOVE SPACE TO NEW-NAME-FIELD.
           DISPLAY TEXT-OPERATOR-NEW-NAME.
           ACCEPT NEW-NAME-FIELD.
           IF NEW-NAME-FIELD NOT = SPACE
               MOVE NEW-NAME-FIELD TO OPERATOR-NAME.
           MOVE SPACE TO NEW-PASSWORD-FIELD.
           DISPLAY TEXT-OPERATOR-NEW-PASSWORD.
           ACCEPT NEW-PASSWORD-FIELD.
           IF NEW-PASSWORD-FIELD NOT = SPACE
               MOVE NEW-PASSWORD-FIELD TO OPERATOR-PASSWORD.
           MOVE SPACE TO NEW-ROLE-FIELD.
           DISPLAY TEXT-OPERATOR-ROLE-PROMPT.
           ACCEPT NEW-ROLE-FIELD.
           IF NEW-ROLE-FIELD = "1" OR NEW-ROLE-FIELD = "2" OR
              NEW-ROLE-FIELD = "3"
               MOVE NEW-ROLE-FIELD TO OPERATOR-ROLE.
           MOVE SPACE TO NEW-STATUS-FIELD.
           DISPLAY TEXT-OPERATOR-NEW-STATUS.
           ACCEPT NEW-STATUS-FIELD.
           IF NEW-STATUS-FIELD = "A" OR NEW-STATUS-FIELD = "B"
               MOVE NEW-STATUS-FIELD TO OPERATOR-STATUS.

       REWRITE-OPERATOR-RECORD.
           REWRITE OPERATOR-RECORD
           INVALID KEY
               DISPLAY ERROR-CANT-UPDATE-OPERATOR
           NOT INVALID KEY
               DISPLAY TEXT-OPERATOR-UPDATED.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "OPERATOR-WS-ENG.cbl".

       END PROGRAM OPERATOR-RECORD.
