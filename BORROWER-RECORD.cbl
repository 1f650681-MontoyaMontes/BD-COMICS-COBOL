      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "BORROWER-PHYSIC-FILE.cbl".
       COPY "NOTIFH-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "BORROWER-LOGIC-FILE.cbl".
       COPY "NOTIFH-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       77 NEW-PHONE-FIELD PIC X(20).
       77 NEW-EMAIL-FIELD PIC X(30).
       77 NEW-STATUS-FIELD PIC X(01).
       77 LIMIT-WHOLE-PART PIC 9(05).
       77 LIMIT-OK PIC X.
       77 NEW-LIMIT-FIELD PIC X(05).
       77 LIMIT-SHOWN PIC Z(4)9.99.
       77 BORROWER-FILE-STATUS PIC X(02).
       77 NOTIFH-FILE-STATUS PIC X(02).
       77 END-OF-HISTORY PIC X.
       77 NOTICES-SHOWN PIC 9(05).

       COPY "BORROWER-WS-ESP.cbl".

           PERFORM OPEN-BORROWER-FILE.
           PERFORM GET-BORROWER-MODE.
           PERFORM RUN-BORROWER-MODE
           UNTIL BORROWER-MODE = "4".
           CLOSE BORROWER-FILE.
           END-PROGRAM.
               GOBACK.
           DISPLAY TEXT-BORROWER-MODE-OPTION-1.
           DISPLAY TEXT-BORROWER-MODE-OPTION-2.
           DISPLAY TEXT-BORROWER-MODE-OPTION-3.
           DISPLAY TEXT-BORROWER-MODE-OPTION-4.
           ACCEPT BORROWER-MODE.

       RUN-BORROWER-MODE.
                   PERFORM ADD-BORROWER-LOOP
               WHEN "2"
                   PERFORM UPDATE-BORROWER-LOOP
               WHEN "3"
                   PERFORM NOTICE-HISTORY-LOOP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF BORROWER-MODE NOT = "4"
               PERFORM GET-BORROWER-MODE.

       ADD-BORROWER-LOOP.
               ACCEPT BORROWER-PHONE
               DISPLAY TEXT-BORROWER-EMAIL-PROMPT
               ACCEPT BORROWER-EMAIL
               PERFORM GET-MAX-LOANS
               PERFORM GET-BALANCE-LIMIT.

      * A blank answer leaves the limit at zero, which the checkout
      * side reads as "no limit enforced for this person".
               ELSE
                   DISPLAY ERROR-BORROWER-BAD-MAX.

      * The limit is asked in whole units of the house currency;
      * nobody sets a credit line to the cent, and a blank answer
      * leaves it at zero, read by the checkout side as "no limit".
       GET-BALANCE-LIMIT.
           MOVE "N" TO LIMIT-OK.
           PERFORM ASK-BALANCE-LIMIT
           UNTIL LIMIT-OK = "Y".

       ASK-BALANCE-LIMIT.
           DISPLAY TEXT-BORROWER-LIMIT-PROMPT.
           MOVE ZEROES TO LIMIT-WHOLE-PART.
           ACCEPT LIMIT-WHOLE-PART.
           IF LIMIT-WHOLE-PART IS NUMERIC
               MOVE LIMIT-WHOLE-PART TO BORROWER-BALANCE-LIMIT
               MOVE "Y" TO LIMIT-OK
           ELSE
               DISPLAY ERROR-BORROWER-BAD-LIMIT.

       WRITE-BORROWER-RECORD.
           WRITE BORROWER-RECORD
           INVALID KEY
           DISPLAY TEXT-SHOW-BORROWER-EMAIL BORROWER-EMAIL.
           DISPLAY TEXT-SHOW-BORROWER-MAX BORROWER-MAX-LOANS.
           DISPLAY TEXT-SHOW-BORROWER-STATUS BORROWER-STATUS.
           MOVE BORROWER-BALANCE-LIMIT TO LIMIT-SHOWN.
           DISPLAY TEXT-SHOW-BORROWER-LIMIT LIMIT-SHOWN.
           DISPLAY " ".

      * The name is the record key, so it cannot be edited here; a
           IF MAX-LOANS-FIELD NOT = SPACE AND
              MAX-LOANS-FIELD IS NUMERIC
               MOVE MAX-LOANS-FIELD TO BORROWER-MAX-LOANS.
           MOVE SPACE TO NEW-LIMIT-FIELD.
           DISPLAY TEXT-BORROWER-NEW-LIMIT.
           ACCEPT NEW-LIMIT-FIELD.
           IF NEW-LIMIT-FIELD NOT = SPACE AND
              NEW-LIMIT-FIELD IS NUMERIC
               MOVE NEW-LIMIT-FIELD TO LIMIT-WHOLE-PART
               MOVE LIMIT-WHOLE-PART TO BORROWER-BALANCE-LIMIT.
           MOVE SPACE TO NEW-STATUS-FIELD.
           DISPLAY TEXT-BORROWER-NEW-STATUS.
           ACCEPT NEW-STATUS-FIELD.
           NOT INVALID KEY
               DISPLAY TEXT-BORROWER-UPDATED.

       NOTICE-HISTORY-LOOP.
           PERFORM GET-BORROWER-TO-EDIT.
           PERFORM SHOW-NOTICE-HISTORY
           UNTIL NAME-FIELD = SPACE.

      * What the nightly dispatch sent this person, oldest first;
      * the history is keyed by borrower, so one START lands on the
      * first row and the read stops at the next person's name.
       SHOW-NOTICE-HISTORY.
           DISPLAY " ".
           DISPLAY TEXT-NOTICE-HISTORY-TITLE BORROWER-NAME.
           DISPLAY TEXT-NOTICE-HISTORY-HEADER.
           DISPLAY TEXT-NOTICE-HISTORY-LEGEND.
           MOVE ZEROES TO NOTICES-SHOWN.
           OPEN INPUT NOTIFH-FILE.
           IF NOTIFH-FILE-STATUS NOT = "35"
               PERFORM START-AT-BORROWER-NOTICES
               PERFORM LIST-BORROWER-NOTICES
               UNTIL END-OF-HISTORY = "Y"
               CLOSE NOTIFH-FILE.
           IF NOTICES-SHOWN = ZEROES
               DISPLAY TEXT-NOTICE-HISTORY-NONE.
           PERFORM GET-BORROWER-TO-EDIT.

       START-AT-BORROWER-NOTICES.
           MOVE "N" TO END-OF-HISTORY.
           MOVE LOW-VALUES TO NTH-KEY.
           MOVE BORROWER-NAME TO NTH-BORROWER.
           START NOTIFH-FILE KEY IS NOT LESS THAN NTH-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-HISTORY.
           IF END-OF-HISTORY = "N"
               PERFORM READ-NEXT-NOTICE.

       READ-NEXT-NOTICE.
           READ NOTIFH-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-HISTORY.
           IF END-OF-HISTORY = "N" AND NTH-BORROWER NOT = BORROWER-NAME
               MOVE "Y" TO END-OF-HISTORY.

       LIST-BORROWER-NOTICES.
           DISPLAY NTH-SENT-DATE " " NTH-TYPE " " NTH-COMIC-ID " "
                   NTH-REF-DATE " " NTH-EMAIL " " NTH-PHONE.
           ADD 1 TO NOTICES-SHOWN.
           PERFORM READ-NEXT-NOTICE.


       COPY "LANGUAGE-LOAD.cbl".

