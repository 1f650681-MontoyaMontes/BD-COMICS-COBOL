       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTING-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "LISTING-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "LISTING-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       77 LISTING-MODE PIC X.
       77 RECORD-FOUND PIC X.
       77 LISTING-FOUND PIC X.
       77 ID-COMIC-FIELD PIC Z(5).
       77 CONFIRM-ANSWER PIC X.
       77 CHANNEL-FIELD PIC X(20).
       77 DATE-FIELD PIC X(08).
       77 DATE-OK PIC X.
       77 DATE-WORK PIC 9(08).
       77 TODAY-DATE PIC 9(08).
       77 AMOUNT-WHOLE-PART PIC 9(05).
       77 AMOUNT-CENTS-PART PIC 9(02).
       77 AMOUNT-CENTS-FRACTION PIC 9V99.
       77 AMOUNT-WORK PIC 9(05)V99.
       77 AMOUNT-OK PIC X.
       77 END-OF-LISTINGS PIC X.
       77 LISTING-LIST-COUNT PIC 9(05).
       77 LISTING-LIST-COUNT-ED PIC Z(4)9.
       77 SHOW-AMOUNT-ED PIC Z(4)9.99.
       77 LISTING-FILE-STATUS PIC X(02).

       COPY "LISTING-WS-ESP.cbl".

      * Comics offered for sale before they reach SELL-RECORD:
      * putting one on offer, changing its asking price, taking it
      * off again, and the list of what is on offer right now.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
      * COMICS-FILE is opened and closed once per session by the
      * caller (BD-COMICS-MENU when run from the menu); this program
      * assumes the file is already open when it gets control.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-LISTING-FILE.
           PERFORM GET-LISTING-MODE.
           PERFORM RUN-LISTING-MODE
           UNTIL LISTING-MODE = "5".
           CLOSE LISTING-FILE.
           END-PROGRAM.
               GOBACK.

      * The listing file belongs to this program; on a fresh system
      * OPEN I-O comes back status 35, so seed it with an OPEN
      * OUTPUT before opening it I-O for real.
       OPEN-LISTING-FILE.
           OPEN I-O LISTING-FILE.
           IF LISTING-FILE-STATUS = "35"
               OPEN OUTPUT LISTING-FILE
               CLOSE LISTING-FILE
               OPEN I-O LISTING-FILE.

       GET-LISTING-MODE.
           DISPLAY " ".
           DISPLAY TEXT-LISTING-MODE-PROMPT.
           DISPLAY TEXT-LISTING-MODE-OPTION-1.
           DISPLAY TEXT-LISTING-MODE-OPTION-2.
           DISPLAY TEXT-LISTING-MODE-OPTION-3.
           DISPLAY TEXT-LISTING-MODE-OPTION-4.
           DISPLAY TEXT-LISTING-MODE-OPTION-5.
           ACCEPT LISTING-MODE.

       RUN-LISTING-MODE.
           EVALUATE LISTING-MODE
               WHEN "1"
                   PERFORM LIST-A-COMIC
               WHEN "2"
                   PERFORM REPRICE-A-LISTING
               WHEN "3"
                   PERFORM WITHDRAW-A-LISTING
               WHEN "4"
                   PERFORM SHOW-ACTIVE-LISTINGS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF LISTING-MODE NOT = "5"
               PERFORM GET-LISTING-MODE.

       GET-COMIC-TO-LIST.
           DISPLAY " ".
           DISPLAY TEXT-LISTING-ID-PROMPT.
           ACCEPT ID-COMIC-FIELD.
           MOVE ID-COMIC-FIELD TO COMIC-ID.

       READ-COMIC-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ COMICS-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
           END-READ.

       READ-LISTING-RECORD.
           MOVE COMIC-ID TO LST-COMIC-ID.
           MOVE "Y" TO LISTING-FOUND.
           READ LISTING-FILE RECORD
               INVALID KEY
               MOVE "N" TO LISTING-FOUND
           END-READ.

      * Only a comic still on our shelf can be offered; one already
      * on offer is repriced instead of listed twice. A row left
      * by a withdrawn or sold listing is reused for the new one.
       LIST-A-COMIC.
           PERFORM GET-COMIC-TO-LIST.
           IF COMIC-ID NOT = ZEROES
               PERFORM READ-COMIC-RECORD
               IF RECORD-FOUND = "N" OR NOT COMIC-ACTIVE
                   DISPLAY TEXT-LISTING-NOT-AVAILABLE
               ELSE
                   PERFORM READ-LISTING-RECORD
                   IF LISTING-FOUND = "Y" AND LST-ACTIVE
                       DISPLAY TEXT-LISTING-ALREADY-LISTED
                   ELSE
                       PERFORM CAPTURE-NEW-LISTING.

       CAPTURE-NEW-LISTING.
           DISPLAY TEXT-SHOW-NAME COMIC-NAME.
           DISPLAY TEXT-SHOW-ISSUE COMIC-ISSUE.
           DISPLAY TEXT-LISTING-PRICE-PROMPT.
           PERFORM GET-AN-AMOUNT.
           DISPLAY TEXT-LISTING-CHANNEL-PROMPT.
           MOVE SPACE TO CHANNEL-FIELD.
           ACCEPT CHANNEL-FIELD.
           DISPLAY TEXT-LISTING-EXPIRY-PROMPT.
           PERFORM GET-EXPIRY-DATE.
           MOVE COMIC-ID TO LST-COMIC-ID.
           MOVE AMOUNT-WORK TO LST-ASKING-PRICE.
           MOVE CHANNEL-FIELD TO LST-CHANNEL.
           MOVE TODAY-DATE TO LST-LIST-DATE.
           MOVE DATE-WORK TO LST-EXPIRY-DATE.
           SET LST-ACTIVE TO TRUE.
           MOVE ZEROES TO LST-CLOSE-DATE.
           IF LISTING-FOUND = "Y"
               REWRITE LISTING-RECORD
               INVALID KEY
                   DISPLAY ERROR-LISTING-CANT-WRITE
               NOT INVALID KEY
                   DISPLAY TEXT-LISTING-ADDED
               END-REWRITE
           ELSE
               WRITE LISTING-RECORD
               INVALID KEY
                   DISPLAY ERROR-LISTING-CANT-WRITE
               NOT INVALID KEY
                   DISPLAY TEXT-LISTING-ADDED.

      * A new price can also carry a new expiry, since a price cut
      * is usually what keeps a stale listing running.
       REPRICE-A-LISTING.
           PERFORM GET-COMIC-TO-LIST.
           IF COMIC-ID NOT = ZEROES
               PERFORM READ-LISTING-RECORD
               IF LISTING-FOUND = "N" OR NOT LST-ACTIVE
                   DISPLAY TEXT-LISTING-NOT-LISTED
               ELSE
                   PERFORM READ-COMIC-RECORD
                   PERFORM SHOW-ONE-LISTING
                   DISPLAY TEXT-LISTING-PRICE-PROMPT
                   PERFORM GET-AN-AMOUNT
                   MOVE AMOUNT-WORK TO LST-ASKING-PRICE
                   DISPLAY TEXT-LISTING-EXPIRY-PROMPT
                   PERFORM GET-EXPIRY-DATE
                   MOVE DATE-WORK TO LST-EXPIRY-DATE
                   REWRITE LISTING-RECORD
                   INVALID KEY
                       DISPLAY ERROR-LISTING-CANT-WRITE
                   NOT INVALID KEY
                       DISPLAY TEXT-LISTING-REPRICED.

       WITHDRAW-A-LISTING.
           PERFORM GET-COMIC-TO-LIST.
           IF COMIC-ID NOT = ZEROES
               PERFORM READ-LISTING-RECORD
               IF LISTING-FOUND = "N" OR NOT LST-ACTIVE
                   DISPLAY TEXT-LISTING-NOT-LISTED
               ELSE
                   PERFORM READ-COMIC-RECORD
                   PERFORM SHOW-ONE-LISTING
                   DISPLAY TEXT-LISTING-WITHDRAW-CONFIRM
                   ACCEPT CONFIRM-ANSWER
                   IF CONFIRM-ANSWER = "y"
                       MOVE "Y" TO CONFIRM-ANSWER
                   END-IF
                   IF CONFIRM-ANSWER = "Y"
                       PERFORM CLOSE-WITHDRAWN-LISTING.

       CLOSE-WITHDRAWN-LISTING.
           SET LST-WITHDRAWN TO TRUE.
           MOVE TODAY-DATE TO LST-CLOSE-DATE.
           REWRITE LISTING-RECORD
           INVALID KEY
               DISPLAY ERROR-LISTING-CANT-WRITE
           NOT INVALID KEY
               DISPLAY TEXT-LISTING-WITHDRAWN.

      * A blank answer leaves the listing open-ended.
       GET-EXPIRY-DATE.
           MOVE "N" TO DATE-OK.
           PERFORM ASK-EXPIRY-DATE
           UNTIL DATE-OK = "Y".

       ASK-EXPIRY-DATE.
           MOVE SPACE TO DATE-FIELD.
           ACCEPT DATE-FIELD.
           IF DATE-FIELD = SPACE
               MOVE ZEROES TO DATE-WORK
               MOVE "Y" TO DATE-OK
           ELSE
               IF DATE-FIELD IS NUMERIC
                   MOVE DATE-FIELD TO DATE-WORK
                   IF DATE-WORK < TODAY-DATE
                       DISPLAY ERROR-LISTING-PAST-EXPIRY
                   ELSE
                       MOVE "Y" TO DATE-OK
                   END-IF
               ELSE
                   DISPLAY ERROR-LISTING-BAD-DATE.

       GET-AN-AMOUNT.
           MOVE "N" TO AMOUNT-OK.
           PERFORM ASK-AN-AMOUNT
           UNTIL AMOUNT-OK = "Y".

      * A plain ACCEPT into a PIC 9(05)V99 field does not honor the
      * implied decimal point, so the whole-euro and cents amounts
      * are taken as two separate integers and combined by hand.
       ASK-AN-AMOUNT.
           DISPLAY TEXT-LISTING-WHOLE-PROMPT.
           MOVE ZEROES TO AMOUNT-WHOLE-PART.
           ACCEPT AMOUNT-WHOLE-PART.
           DISPLAY TEXT-LISTING-CENTS-PROMPT.
           MOVE ZEROES TO AMOUNT-CENTS-PART.
           ACCEPT AMOUNT-CENTS-PART.
           IF AMOUNT-WHOLE-PART IS NUMERIC AND
              AMOUNT-CENTS-PART IS NUMERIC
               DIVIDE AMOUNT-CENTS-PART BY 100
                   GIVING AMOUNT-CENTS-FRACTION
               ADD AMOUNT-WHOLE-PART AMOUNT-CENTS-FRACTION
                   GIVING AMOUNT-WORK
               MOVE "Y" TO AMOUNT-OK
           ELSE
               DISPLAY ERROR-LISTING-BAD-AMOUNT.

      * Listings past their expiry stay on the list, flagged, so
      * they can be repriced or withdrawn rather than forgotten.
       SHOW-ACTIVE-LISTINGS.
           DISPLAY " ".
           DISPLAY TEXT-LISTING-LIST-TITLE.
           MOVE ZEROES TO LISTING-LIST-COUNT.
           MOVE "N" TO END-OF-LISTINGS.
           MOVE ZEROES TO LST-COMIC-ID.
           START LISTING-FILE KEY IS NOT LESS THAN LST-COMIC-ID
               INVALID KEY
               MOVE "Y" TO END-OF-LISTINGS.
           PERFORM LIST-ONE-LISTING
           UNTIL END-OF-LISTINGS = "Y".
           IF LISTING-LIST-COUNT = ZEROES
               DISPLAY TEXT-LISTING-LIST-NONE
           ELSE
               MOVE LISTING-LIST-COUNT TO LISTING-LIST-COUNT-ED
               DISPLAY TEXT-LISTING-LIST-TOTAL LISTING-LIST-COUNT-ED.

       LIST-ONE-LISTING.
           READ LISTING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-LISTINGS.
           IF END-OF-LISTINGS = "N" AND LST-ACTIVE
               ADD 1 TO LISTING-LIST-COUNT
               MOVE LST-COMIC-ID TO COMIC-ID
               PERFORM READ-COMIC-RECORD
               PERFORM SHOW-ONE-LISTING.

       SHOW-ONE-LISTING.
           DISPLAY " ".
           DISPLAY TEXT-SHOW-ID LST-COMIC-ID.
           IF RECORD-FOUND = "Y"
               DISPLAY TEXT-SHOW-NAME COMIC-NAME
               DISPLAY TEXT-SHOW-ISSUE COMIC-ISSUE.
           MOVE LST-ASKING-PRICE TO SHOW-AMOUNT-ED.
           DISPLAY TEXT-LISTING-SHOW-PRICE SHOW-AMOUNT-ED.
           DISPLAY TEXT-LISTING-SHOW-CHANNEL LST-CHANNEL.
           DISPLAY TEXT-LISTING-SHOW-LISTED LST-LIST-DATE.
           IF LST-EXPIRY-DATE NOT = ZEROES
               DISPLAY TEXT-LISTING-SHOW-EXPIRY LST-EXPIRY-DATE
               IF LST-EXPIRY-DATE < TODAY-DATE
                   DISPLAY TEXT-LISTING-EXPIRED-FLAG.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "LISTING-WS-ENG.cbl".

       END PROGRAM LISTING-RECORD.
