       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTE-ORDER-ARRIVAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "STDORD-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "STDORD-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       77 STANDING-ORDER-FILE-STATUS PIC X(02).
       77 RECORD-FOUND PIC X.

       LINKAGE SECTION.
       COPY "ORDCALL-WS.cbl".

      * CREATE-RECORD and BULK-IMPORT call here for every comic
      * they add, the same way they ask CHECK-BUDGET before it
      * lands, so a standing order knows what has come in without
      * anybody ticking it off by hand. A paused order still takes
      * what arrives; a cancelled one is left alone and the caller
      * told, since the shop is still sending a series we dropped.
      * The order file is opened and closed per call, and a site
      * with no standing orders has nothing to note.
       PROCEDURE DIVISION USING ORDER-ARRIVAL-AREA.
       START-PROGRAM.
           SET OAA-NO-ORDER TO TRUE.
           IF OAA-SERIES-ID IS NUMERIC AND OAA-SERIES-ID > ZEROES
               PERFORM FIND-STANDING-ORDER.
           END-PROGRAM.
               GOBACK.

       FIND-STANDING-ORDER.
           OPEN I-O STANDING-ORDER-FILE.
           IF STANDING-ORDER-FILE-STATUS = "00"
               MOVE OAA-SERIES-ID TO SO-SERIES-ID
               MOVE "Y" TO RECORD-FOUND
               READ STANDING-ORDER-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-FOUND
               END-READ
               IF RECORD-FOUND = "Y"
                   PERFORM TAKE-ARRIVAL
               END-IF
               CLOSE STANDING-ORDER-FILE.

      * Issues from before the order began were bought some other
      * way and do not count against it.
       TAKE-ARRIVAL.
           IF SO-CANCELLED
               SET OAA-ORDER-CANCELLED TO TRUE
           ELSE
               IF OAA-ISSUE NOT < SO-START-ISSUE
                   PERFORM UPDATE-ORDER-ARRIVAL.

       UPDATE-ORDER-ARRIVAL.
           ADD 1 TO SO-ARRIVED-COUNT.
           IF OAA-ISSUE > SO-LAST-ARRIVED-ISSUE
               MOVE OAA-ISSUE TO SO-LAST-ARRIVED-ISSUE.
           IF OAA-DATE > SO-LAST-ARRIVAL-DATE
               MOVE OAA-DATE TO SO-LAST-ARRIVAL-DATE.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
               CONTINUE
               NOT INVALID KEY
               SET OAA-NOTED TO TRUE
           END-REWRITE.

       END PROGRAM NOTE-ORDER-ARRIVAL.
