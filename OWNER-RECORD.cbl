       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "OWNER-PHYSIC-FILE.cbl".
       COPY "OPERATOR-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "OWNER-LOGIC-FILE.cbl".
       COPY "OPERATOR-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       77 OWNER-MODE PIC X.
       77 YES-NO PIC X.
       77 RECORD-FOUND PIC X.
       77 OPERATOR-OK PIC X.
       77 END-OF-OWNERS PIC X.
       77 OWNERS-LISTED PIC 9(03).
       77 CODE-FIELD PIC X(05).
       77 NEW-NAME-FIELD PIC X(30).
       77 NEW-OPERATOR-FIELD PIC X(10).
       77 OLD-OPERATOR-FIELD PIC X(10).
       77 NEW-STATUS-FIELD PIC X(01).
       77 OWNER-FILE-STATUS PIC X(02).
       77 OPERATOR-FILE-STATUS PIC X(02).
       77 HELD-OWNER-RECORD PIC X(46).

       COPY "OWNER-WS-ESP.cbl".

      * The registry of the household members whose comics share
      * the one file. Only a supervisor reaches this from the menu.
      * An owner may be tied to the operator ID that keys comics on
      * their behalf, so an add defaults the owner to whoever is
      * signed on; one operator defaults to one owner at most.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM OPEN-OWNER-FILE.
           PERFORM GET-OWNER-MODE.
           PERFORM RUN-OWNER-MODE
           UNTIL OWNER-MODE = "4".
           CLOSE OWNER-FILE.
           END-PROGRAM.
               GOBACK.

      * The owner registry belongs to this program alone; on a
      * fresh system OPEN I-O comes back status 35, so seed it with
      * an OPEN OUTPUT before opening it I-O for real.
       OPEN-OWNER-FILE.
           OPEN I-O OWNER-FILE.
           IF OWNER-FILE-STATUS = "35"
               OPEN OUTPUT OWNER-FILE
               CLOSE OWNER-FILE
               OPEN I-O OWNER-FILE.

       GET-OWNER-MODE.
           DISPLAY " ".
           DISPLAY TEXT-OWNER-MODE-PROMPT.
           DISPLAY TEXT-OWNER-MODE-OPTION-1.
           DISPLAY TEXT-OWNER-MODE-OPTION-2.
           DISPLAY TEXT-OWNER-MODE-OPTION-3.
           DISPLAY TEXT-OWNER-MODE-OPTION-4.
           ACCEPT OWNER-MODE.

       RUN-OWNER-MODE.
           EVALUATE OWNER-MODE
               WHEN "1"
                   PERFORM ADD-OWNER-LOOP
               WHEN "2"
                   PERFORM UPDATE-OWNER-LOOP
               WHEN "3"
                   PERFORM LIST-ALL-OWNERS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF OWNER-MODE NOT = "4"
               PERFORM GET-OWNER-MODE.

       ADD-OWNER-LOOP.
           MOVE "Y" TO YES-NO.
           PERFORM ADD-OWNER
           UNTIL YES-NO = "N".

       ADD-OWNER.
           PERFORM GET-OWNER-FIELDS.
           IF OWNER-CODE NOT = SPACE
               PERFORM WRITE-OWNER-RECORD.
           PERFORM RESTART-OWNER.

       GET-OWNER-FIELDS.
           MOVE SPACE TO OWNER-RECORD.
           SET OWNER-ACTIVE TO TRUE.
           DISPLAY " ".
           DISPLAY TEXT-OWNER-CODE-PROMPT.
           ACCEPT OWNER-CODE.
           IF OWNER-CODE = SPACE
               DISPLAY ERROR-OWNER-CODE-BLANK
           ELSE
               DISPLAY TEXT-OWNER-NAME-PROMPT
               ACCEPT OWNER-NAME
               PERFORM GET-OWNER-OPERATOR.

       GET-OWNER-OPERATOR.
           MOVE "N" TO OPERATOR-OK.
           PERFORM ASK-OWNER-OPERATOR
           UNTIL OPERATOR-OK = "Y".

       ASK-OWNER-OPERATOR.
           DISPLAY TEXT-OWNER-OPERATOR-PROMPT.
           MOVE SPACE TO OWNER-OPERATOR-ID.
           ACCEPT OWNER-OPERATOR-ID.
           PERFORM CHECK-OWNER-OPERATOR.

      * A named operator must be on the operator registry, and may
      * not already default to some other owner, or an add would
      * not know whose comic it is keying. The record area is held
      * aside across the lookup by operator, which reads over it.
       CHECK-OWNER-OPERATOR.
           MOVE "Y" TO OPERATOR-OK.
           IF OWNER-OPERATOR-ID NOT = SPACE
               PERFORM CHECK-OPERATOR-EXISTS
               IF OPERATOR-OK = "N"
                   DISPLAY ERROR-OWNER-NO-OPERATOR
               ELSE
                   PERFORM CHECK-OPERATOR-FREE
                   IF OPERATOR-OK = "N"
                       DISPLAY ERROR-OWNER-OPERATOR-TAKEN.

      * A site without an operator registry has nobody signing on,
      * so any ID is waved through, the same way the masters are.
       CHECK-OPERATOR-EXISTS.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS NOT = "35"
               MOVE OWNER-OPERATOR-ID TO OPERATOR-ID
               READ OPERATOR-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO OPERATOR-OK
               END-READ
               CLOSE OPERATOR-FILE.

       CHECK-OPERATOR-FREE.
           MOVE OWNER-RECORD TO HELD-OWNER-RECORD.
           READ OWNER-FILE KEY IS OWNER-OPERATOR-ID
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               IF OWNER-CODE NOT = HELD-OWNER-RECORD(1:5)
                   MOVE "N" TO OPERATOR-OK
               END-IF
           END-READ.
           MOVE HELD-OWNER-RECORD TO OWNER-RECORD.

       WRITE-OWNER-RECORD.
           WRITE OWNER-RECORD
           INVALID KEY
               DISPLAY ERROR-OWNER-DUPLICATE
           NOT INVALID KEY
               DISPLAY TEXT-OWNER-ADDED.

       RESTART-OWNER.
           DISPLAY TEXT-OWNER-RESTART.
           ACCEPT YES-NO.
           IF YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
               MOVE "N" TO YES-NO.

       UPDATE-OWNER-LOOP.
           PERFORM GET-OWNER-TO-EDIT.
           PERFORM UPDATE-OWNER-RECORDS
           UNTIL CODE-FIELD = SPACE.

      * The find runs once before the loop tests anything, the same
      * way GET-OPERATOR-TO-EDIT primes its loop.
       GET-OWNER-TO-EDIT.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-OWNER-RECORD.
           PERFORM FIND-OWNER-RECORD
           UNTIL RECORD-FOUND = "Y" OR CODE-FIELD = SPACE.

       FIND-OWNER-RECORD.
           DISPLAY " ".
           DISPLAY TEXT-OWNER-CODE-TO-EDIT.
           DISPLAY TEXT-OWNER-BLANK-EXIT.
           MOVE SPACE TO CODE-FIELD.
           ACCEPT CODE-FIELD.
           IF CODE-FIELD NOT = SPACE
               MOVE CODE-FIELD TO OWNER-CODE
               PERFORM READ-OWNER-RECORD
               IF RECORD-FOUND = "N"
                   DISPLAY ERROR-OWNER-NO-FOUND.

       READ-OWNER-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ OWNER-FILE RECORD
           INVALID KEY
           MOVE "N" TO RECORD-FOUND.

       UPDATE-OWNER-RECORDS.
           PERFORM SHOW-OWNER-FIELDS.
           PERFORM GET-NEW-OWNER-FIELDS.
           PERFORM REWRITE-OWNER-RECORD.
           PERFORM GET-OWNER-TO-EDIT.

       SHOW-OWNER-FIELDS.
           DISPLAY " ".
           DISPLAY TEXT-SHOW-OWNER-CODE OWNER-CODE.
           DISPLAY TEXT-SHOW-OWNER-NAME OWNER-NAME.
           DISPLAY TEXT-SHOW-OWNER-OPERATOR OWNER-OPERATOR-ID.
           DISPLAY TEXT-SHOW-OWNER-STATUS OWNER-STATUS.
           DISPLAY " ".

      * The code is the record key and is carried on every comic
      * and transfer line, so it cannot be edited here; an owner
      * who leaves is set to "B" so the old lines still resolve.
      * A blank keeps the operator link, and "*" removes it.
       GET-NEW-OWNER-FIELDS.
           DISPLAY TEXT-OWNER-KEEP-BLANK.
           MOVE SPACE TO NEW-NAME-FIELD.
           DISPLAY TEXT-OWNER-NEW-NAME.
           ACCEPT NEW-NAME-FIELD.
           IF NEW-NAME-FIELD NOT = SPACE
               MOVE NEW-NAME-FIELD TO OWNER-NAME.
           MOVE "N" TO OPERATOR-OK.
           PERFORM ASK-NEW-OWNER-OPERATOR
           UNTIL OPERATOR-OK = "Y".
           MOVE SPACE TO NEW-STATUS-FIELD.
           DISPLAY TEXT-OWNER-NEW-STATUS.
           ACCEPT NEW-STATUS-FIELD.
           IF NEW-STATUS-FIELD = "A" OR NEW-STATUS-FIELD = "B"
               MOVE NEW-STATUS-FIELD TO OWNER-STATUS.

       ASK-NEW-OWNER-OPERATOR.
           MOVE SPACE TO NEW-OPERATOR-FIELD.
           DISPLAY TEXT-OWNER-NEW-OPERATOR.
           ACCEPT NEW-OPERATOR-FIELD.
           MOVE "Y" TO OPERATOR-OK.
           IF NEW-OPERATOR-FIELD = "*"
               MOVE SPACE TO OWNER-OPERATOR-ID
           ELSE
               IF NEW-OPERATOR-FIELD NOT = SPACE
                   MOVE OWNER-OPERATOR-ID TO OLD-OPERATOR-FIELD
                   MOVE NEW-OPERATOR-FIELD TO OWNER-OPERATOR-ID
                   PERFORM CHECK-OWNER-OPERATOR
                   IF OPERATOR-OK = "N"
                       MOVE OLD-OPERATOR-FIELD TO OWNER-OPERATOR-ID.

       REWRITE-OWNER-RECORD.
           REWRITE OWNER-RECORD
           INVALID KEY
               DISPLAY ERROR-CANT-UPDATE-OWNER
           NOT INVALID KEY
               DISPLAY TEXT-OWNER-UPDATED.

       LIST-ALL-OWNERS.
           DISPLAY " ".
           DISPLAY TEXT-OWNER-LIST-TITLE.
           MOVE ZEROES TO OWNERS-LISTED.
           MOVE "N" TO END-OF-OWNERS.
           MOVE SPACE TO OWNER-CODE.
           START OWNER-FILE KEY IS NOT LESS THAN OWNER-CODE
               INVALID KEY
               MOVE "Y" TO END-OF-OWNERS.
           PERFORM LIST-NEXT-OWNER
           UNTIL END-OF-OWNERS = "Y".
           IF OWNERS-LISTED = ZEROES
               DISPLAY TEXT-OWNER-LIST-EMPTY.

       LIST-NEXT-OWNER.
           READ OWNER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-OWNERS.
           IF END-OF-OWNERS = "N"
               ADD 1 TO OWNERS-LISTED
               DISPLAY OWNER-CODE " " OWNER-NAME " "
                   OWNER-OPERATOR-ID " " OWNER-STATUS.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "OWNER-WS-ENG.cbl".

       END PROGRAM OWNER-RECORD.
