       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "STDORD-PHYSIC-FILE.cbl".
       COPY "SERIES-PHYSIC-FILE.cbl".
       COPY "DEALER-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "STDORD-LOGIC-FILE.cbl".
       COPY "SERIES-LOGIC-FILE.cbl".
       COPY "DEALER-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       77 ORDER-MODE PIC X.
       77 ORDER-EDIT-ACTION PIC X.
       77 YES-NO PIC X.
       77 RECORD-FOUND PIC X.
       77 SERIES-FOUND PIC X.
       77 ORDER-FIELDS-OK PIC X.
       77 SERIES-ID-FIELD PIC X(05).
       77 START-ISSUE-FIELD PIC X(05).
       77 QUANTITY-FIELD PIC X(02).
       77 SHOP-FIELD PIC X(20).
       77 OLD-SHOP-FIELD PIC X(20).
       77 STATUS-TEXT PIC X(12).
       77 TODAY-DATE PIC 9(08).
       77 END-OF-ORDERS PIC X.
       77 ORDER-LIST-COUNT PIC 9(05).
       77 ORDER-LIST-COUNT-ED PIC Z(4)9.
       77 STANDING-ORDER-FILE-STATUS PIC X(02).
       77 SERIES-FILE-STATUS PIC X(02).
       77 SERIES-AVAILABLE PIC X.
       77 END-OF-DEALERS PIC X.
       77 DEALER-VALID PIC X.
       77 DEALER-COUNT PIC 9(03).
       77 DEALER-INDEX PIC 9(03).
       77 DEALERS-LOADED PIC X.
       77 DEALER-FILE-STATUS PIC X(02).
       01 DEALER-TABLE.
           05 DEALER-ENTRY OCCURS 50 TIMES PIC X(20).

       COPY "STDORD-WS-ESP.cbl".

      * Standing orders kept with the local shop, one per running
      * series. Orders are taken here and paused, resumed or
      * cancelled here; what has arrived against each one is filled
      * in by CREATE-RECORD and BULK-IMPORT as comics are added and
      * recounted by STANDING-ORDER-CHECK each month, so this
      * screen only shows it.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM LOAD-DEALERS.
           PERFORM OPEN-STANDING-ORDER-FILE.
           MOVE "Y" TO SERIES-AVAILABLE.
           OPEN INPUT SERIES-FILE.
           IF SERIES-FILE-STATUS = "35"
               MOVE "N" TO SERIES-AVAILABLE.
           PERFORM GET-ORDER-MODE.
           PERFORM RUN-ORDER-MODE
           UNTIL ORDER-MODE = "4".
           IF SERIES-AVAILABLE = "Y"
               CLOSE SERIES-FILE.
           CLOSE STANDING-ORDER-FILE.
           END-PROGRAM.
               GOBACK.

      * The order file belongs to this program; on a fresh system
      * OPEN I-O comes back status 35, so seed it with an OPEN
      * OUTPUT before opening it I-O for real.
       OPEN-STANDING-ORDER-FILE.
           OPEN I-O STANDING-ORDER-FILE.
           IF STANDING-ORDER-FILE-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE.

      * Read the dealer list once per session; a site without one
      * has nothing to validate the shop against.
       LOAD-DEALERS.
           MOVE ZEROES TO DEALER-COUNT.
           MOVE "N" TO END-OF-DEALERS.
           MOVE "Y" TO DEALERS-LOADED.
           OPEN INPUT DEALER-FILE.
           IF DEALER-FILE-STATUS = "35"
               MOVE "N" TO DEALERS-LOADED
           ELSE
               PERFORM READ-DEALER-RECORD
               UNTIL END-OF-DEALERS = "Y" OR DEALER-COUNT = 50
               CLOSE DEALER-FILE.

       READ-DEALER-RECORD.
           READ DEALER-FILE
           AT END
               MOVE "Y" TO END-OF-DEALERS
           NOT AT END
               ADD 1 TO DEALER-COUNT
               MOVE DEALER-NAME TO DEALER-ENTRY(DEALER-COUNT).

       CHECK-DEALER.
           IF DEALERS-LOADED = "N"
               MOVE "Y" TO DEALER-VALID
           ELSE
               MOVE "N" TO DEALER-VALID
               MOVE ZEROES TO DEALER-INDEX
               PERFORM SCAN-DEALER-TABLE
               UNTIL DEALER-INDEX = DEALER-COUNT OR
               DEALER-VALID = "Y".

       SCAN-DEALER-TABLE.
           ADD 1 TO DEALER-INDEX.
           IF DEALER-ENTRY(DEALER-INDEX) = SO-SHOP
               MOVE "Y" TO DEALER-VALID.

       GET-ORDER-MODE.
           DISPLAY " ".
           DISPLAY TEXT-ORDER-MODE-PROMPT.
           DISPLAY TEXT-ORDER-MODE-OPTION-1.
           DISPLAY TEXT-ORDER-MODE-OPTION-2.
           DISPLAY TEXT-ORDER-MODE-OPTION-3.
           DISPLAY TEXT-ORDER-MODE-OPTION-4.
           ACCEPT ORDER-MODE.

       RUN-ORDER-MODE.
           EVALUATE ORDER-MODE
               WHEN "1"
                   PERFORM ADD-ORDER-LOOP
               WHEN "2"
                   PERFORM EDIT-ORDER-LOOP
               WHEN "3"
                   PERFORM LIST-ORDERS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF ORDER-MODE NOT = "4"
               PERFORM GET-ORDER-MODE.

       ADD-ORDER-LOOP.
           MOVE "Y" TO YES-NO.
           PERFORM ADD-ORDER
           UNTIL YES-NO = "N".

       ADD-ORDER.
           MOVE "N" TO ORDER-FIELDS-OK.
           PERFORM GET-ORDER-FIELDS
           UNTIL ORDER-FIELDS-OK = "Y".
           PERFORM WRITE-ORDER-RECORD.
           PERFORM RESTART-ORDER.

       GET-ORDER-FIELDS.
           MOVE SPACE TO STANDING-ORDER-RECORD.
           DISPLAY " ".
           DISPLAY TEXT-ORDER-SERIES-PROMPT.
           MOVE SPACE TO SERIES-ID-FIELD.
           ACCEPT SERIES-ID-FIELD.
           DISPLAY TEXT-ORDER-SHOP-PROMPT.
           MOVE SPACE TO SHOP-FIELD.
           ACCEPT SHOP-FIELD.
           MOVE SHOP-FIELD TO SO-SHOP.
           DISPLAY TEXT-ORDER-START-PROMPT.
           MOVE SPACE TO START-ISSUE-FIELD.
           ACCEPT START-ISSUE-FIELD.
           DISPLAY TEXT-ORDER-QUANTITY-PROMPT.
           MOVE SPACE TO QUANTITY-FIELD.
           ACCEPT QUANTITY-FIELD.
           PERFORM VALIDATE-ORDER-FIELDS.

      * Only a series on the master that is still running (no last
      * issue yet) can be put on order. A blank start issue means
      * the first issue of the series, and a blank quantity one
      * issue a month.
       VALIDATE-ORDER-FIELDS.
           MOVE "Y" TO ORDER-FIELDS-OK.
           MOVE "N" TO SERIES-FOUND.
           IF SERIES-ID-FIELD IS NUMERIC AND
              SERIES-ID-FIELD NOT = "00000"
               MOVE SERIES-ID-FIELD TO SO-SERIES-ID
               PERFORM READ-ORDER-SERIES.
           IF SERIES-FOUND = "N"
               DISPLAY ERROR-ORDER-NO-SERIES
               MOVE "N" TO ORDER-FIELDS-OK
           ELSE
               IF SERIES-LAST-ISSUE NOT = ZEROES
                   DISPLAY ERROR-ORDER-SERIES-CLOSED
                   MOVE "N" TO ORDER-FIELDS-OK.
           IF SO-SHOP = SPACE
               DISPLAY ERROR-ORDER-INVALID-SHOP
               MOVE "N" TO ORDER-FIELDS-OK
           ELSE
               PERFORM CHECK-DEALER
               IF DEALER-VALID = "N"
                   DISPLAY ERROR-ORDER-INVALID-SHOP
                   MOVE "N" TO ORDER-FIELDS-OK.
           IF START-ISSUE-FIELD = SPACE AND SERIES-FOUND = "Y"
               MOVE SERIES-FIRST-ISSUE TO SO-START-ISSUE
           ELSE
               IF START-ISSUE-FIELD IS NUMERIC
                   MOVE START-ISSUE-FIELD TO SO-START-ISSUE
               ELSE
                   MOVE ZEROES TO SO-START-ISSUE.
           IF SO-START-ISSUE = ZEROES
               DISPLAY ERROR-ORDER-INVALID-ISSUE
               MOVE "N" TO ORDER-FIELDS-OK.
           PERFORM TAKE-QUANTITY-FIELD.

       TAKE-QUANTITY-FIELD.
           IF QUANTITY-FIELD = SPACE
               MOVE 1 TO SO-MONTHLY-QUANTITY
           ELSE
               IF QUANTITY-FIELD IS NUMERIC AND
                  QUANTITY-FIELD NOT = "00"
                   MOVE QUANTITY-FIELD TO SO-MONTHLY-QUANTITY
               ELSE
                   DISPLAY ERROR-ORDER-INVALID-QUANTITY
                   MOVE "N" TO ORDER-FIELDS-OK.

       READ-ORDER-SERIES.
           MOVE "N" TO SERIES-FOUND.
           IF SERIES-AVAILABLE = "Y"
               MOVE SO-SERIES-ID TO SERIES-ID
               MOVE "Y" TO SERIES-FOUND
               READ SERIES-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO SERIES-FOUND.

      * A new order starts falling due this month, with nothing yet
      * counted against it; the monthly check counts in any of its
      * issues already on file.
       WRITE-ORDER-RECORD.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           SET SO-ACTIVE TO TRUE.
           MOVE TODAY-DATE TO SO-START-DATE.
           MOVE TODAY-DATE TO SO-STATUS-DATE.
           MOVE ZEROES TO SO-LAST-ARRIVED-ISSUE.
           MOVE ZEROES TO SO-ARRIVED-COUNT.
           MOVE ZEROES TO SO-LAST-ARRIVAL-DATE.
           MOVE ZEROES TO SO-LAST-CHECK-DATE.
           WRITE STANDING-ORDER-RECORD
           INVALID KEY
               DISPLAY ERROR-ORDER-DUPLICATE
           NOT INVALID KEY
               DISPLAY TEXT-ORDER-ADDED.

       RESTART-ORDER.
           DISPLAY TEXT-ORDER-RESTART.
           ACCEPT YES-NO.
           IF YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
               MOVE "N" TO YES-NO.

       EDIT-ORDER-LOOP.
           PERFORM GET-ORDER-TO-EDIT.
           PERFORM EDIT-ORDER-RECORDS
           UNTIL SERIES-ID-FIELD = SPACE.

      * Primed once before the loop, the same way GET-WANT-TO-EDIT
      * does it, so a pre-blanked key does not end the loop before
      * the operator has typed anything.
       GET-ORDER-TO-EDIT.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-ORDER-RECORD.
           PERFORM FIND-ORDER-RECORD
           UNTIL RECORD-FOUND = "Y" OR SERIES-ID-FIELD = SPACE.

       FIND-ORDER-RECORD.
           DISPLAY " ".
           DISPLAY TEXT-ORDER-SERIES-PROMPT.
           DISPLAY TEXT-ORDER-BLANK-EXIT.
           MOVE SPACE TO SERIES-ID-FIELD.
           ACCEPT SERIES-ID-FIELD.
           IF SERIES-ID-FIELD NOT = SPACE
               MOVE "N" TO RECORD-FOUND
               IF SERIES-ID-FIELD IS NUMERIC
                   MOVE SERIES-ID-FIELD TO SO-SERIES-ID
                   PERFORM READ-ORDER-RECORD
               END-IF
               IF RECORD-FOUND = "N"
                   DISPLAY ERROR-ORDER-NO-FOUND.

       READ-ORDER-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ STANDING-ORDER-FILE RECORD
           INVALID KEY
           MOVE "N" TO RECORD-FOUND.

       EDIT-ORDER-RECORDS.
           PERFORM SHOW-ORDER-FIELDS.
           DISPLAY TEXT-ORDER-EDIT-PROMPT.
           ACCEPT ORDER-EDIT-ACTION.
           EVALUATE ORDER-EDIT-ACTION
               WHEN "1"
                   PERFORM CHANGE-ORDER-RECORD
               WHEN "2"
                   PERFORM PAUSE-ORDER-RECORD
               WHEN "3"
                   PERFORM RESUME-ORDER-RECORD
               WHEN "4"
                   PERFORM CANCEL-ORDER-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM GET-ORDER-TO-EDIT.

      * A blank answer keeps what is there.
       CHANGE-ORDER-RECORD.
           DISPLAY TEXT-ORDER-SHOP-PROMPT.
           MOVE SPACE TO SHOP-FIELD.
           ACCEPT SHOP-FIELD.
           IF SHOP-FIELD NOT = SPACE
               MOVE SO-SHOP TO OLD-SHOP-FIELD
               MOVE SHOP-FIELD TO SO-SHOP
               PERFORM CHECK-DEALER
               IF DEALER-VALID = "N"
                   DISPLAY ERROR-ORDER-INVALID-SHOP
                   MOVE OLD-SHOP-FIELD TO SO-SHOP.
           DISPLAY TEXT-ORDER-QUANTITY-PROMPT.
           MOVE SPACE TO QUANTITY-FIELD.
           ACCEPT QUANTITY-FIELD.
           IF QUANTITY-FIELD NOT = SPACE
               PERFORM TAKE-QUANTITY-FIELD.
           PERFORM REWRITE-ORDER-RECORD.

       PAUSE-ORDER-RECORD.
           IF SO-ACTIVE
               SET SO-PAUSED TO TRUE
               PERFORM NOTE-STATUS-CHANGE
           ELSE
               DISPLAY ERROR-ORDER-NOT-ACTIVE.

      * Issues do not fall due while an order is paused or
      * cancelled, so taking it up again starts the count afresh
      * from this month and from the issue after the last one that
      * came in, instead of reporting the whole break as late.
       RESUME-ORDER-RECORD.
           IF SO-ACTIVE
               DISPLAY ERROR-ORDER-ALREADY-ACTIVE
           ELSE
               IF SO-LAST-ARRIVED-ISSUE NOT < SO-START-ISSUE
                   ADD 1 SO-LAST-ARRIVED-ISSUE GIVING SO-START-ISSUE
               END-IF
               ACCEPT SO-START-DATE FROM DATE YYYYMMDD
               SET SO-ACTIVE TO TRUE
               PERFORM NOTE-STATUS-CHANGE.

       CANCEL-ORDER-RECORD.
           IF SO-CANCELLED
               DISPLAY ERROR-ORDER-ALREADY-CANCELLED
           ELSE
               SET SO-CANCELLED TO TRUE
               PERFORM NOTE-STATUS-CHANGE.

       NOTE-STATUS-CHANGE.
           ACCEPT SO-STATUS-DATE FROM DATE YYYYMMDD.
           PERFORM REWRITE-ORDER-RECORD.

       REWRITE-ORDER-RECORD.
           REWRITE STANDING-ORDER-RECORD
           INVALID KEY
               DISPLAY ERROR-ORDER-CANT-UPDATE
           NOT INVALID KEY
               DISPLAY TEXT-ORDER-UPDATED.

       SHOW-ORDER-FIELDS.
           PERFORM READ-ORDER-SERIES.
           IF SERIES-FOUND = "N"
               MOVE SPACE TO SERIES-TITLE.
           EVALUATE TRUE
               WHEN SO-ACTIVE
                   MOVE TEXT-ORDER-STATUS-ACTIVE TO STATUS-TEXT
               WHEN SO-PAUSED
                   MOVE TEXT-ORDER-STATUS-PAUSED TO STATUS-TEXT
               WHEN OTHER
                   MOVE TEXT-ORDER-STATUS-CANCELLED TO STATUS-TEXT
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY TEXT-ORDER-SHOW-SERIES SO-SERIES-ID " "
               SERIES-TITLE.
           DISPLAY TEXT-ORDER-SHOW-SHOP SO-SHOP.
           DISPLAY TEXT-ORDER-SHOW-START SO-START-ISSUE.
           DISPLAY TEXT-ORDER-SHOW-QUANTITY SO-MONTHLY-QUANTITY.
           DISPLAY TEXT-ORDER-SHOW-STATUS STATUS-TEXT " "
               SO-STATUS-DATE.
           DISPLAY TEXT-ORDER-SHOW-START-DATE SO-START-DATE.
           DISPLAY TEXT-ORDER-SHOW-LAST-ISSUE SO-LAST-ARRIVED-ISSUE.
           DISPLAY TEXT-ORDER-SHOW-ARRIVED SO-ARRIVED-COUNT.
           DISPLAY TEXT-ORDER-SHOW-LAST-DATE SO-LAST-ARRIVAL-DATE.
           DISPLAY TEXT-ORDER-SHOW-CHECKED SO-LAST-CHECK-DATE.
           DISPLAY " ".

       LIST-ORDERS.
           DISPLAY " ".
           DISPLAY TEXT-ORDER-LIST-TITLE.
           MOVE ZEROES TO ORDER-LIST-COUNT.
           MOVE "N" TO END-OF-ORDERS.
           MOVE ZEROES TO SO-SERIES-ID.
           START STANDING-ORDER-FILE KEY IS NOT LESS THAN SO-SERIES-ID
               INVALID KEY
               MOVE "Y" TO END-OF-ORDERS.
           PERFORM LIST-ONE-ORDER
           UNTIL END-OF-ORDERS = "Y".
           IF ORDER-LIST-COUNT = ZEROES
               DISPLAY TEXT-ORDER-LIST-NONE
           ELSE
               MOVE ORDER-LIST-COUNT TO ORDER-LIST-COUNT-ED
               DISPLAY TEXT-ORDER-LIST-TOTAL ORDER-LIST-COUNT-ED.

       LIST-ONE-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-ORDERS.
           IF END-OF-ORDERS = "N"
               ADD 1 TO ORDER-LIST-COUNT
               PERFORM SHOW-ORDER-FIELDS.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "STDORD-WS-ENG.cbl".

       END PROGRAM STANDING-ORDER-RECORD.
