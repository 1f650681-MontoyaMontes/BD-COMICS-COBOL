       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTING-EXPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "LISTING-PHYSIC-FILE.cbl".
       COPY "MKTEXP-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "LISTING-LOGIC-FILE.cbl".
       COPY "MKTEXP-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       77 END-OF-LISTINGS PIC X.
       77 RECORD-FOUND PIC X.
       77 TODAY-DATE PIC 9(08).
       77 READ-COUNT PIC 9(07).
       77 EXPORT-COUNT PIC 9(07).
       77 SKIPPED-COUNT PIC 9(07).
       77 EXPORT-COUNT-ED PIC Z(6)9.
       77 SKIPPED-COUNT-ED PIC Z(6)9.
       77 PRICE-ED PIC Z(4)9.99.
       77 ISSUE-ED PIC Z(4)9.
       77 PRICE-LEAD PIC 9(02).
       77 ISSUE-LEAD PIC 9(02).
       77 LISTING-FILE-STATUS PIC X(02).
       77 PATH-LENGTH PIC 9(02).
       77 PATH-END-FOUND PIC X.
       77 LINE-POINTER PIC 9(03).

       COPY "LISTING-WS-ESP.cbl".

      * Writes every listing that is on offer today as one line of
      * the marketplace upload file: our ID as the seller's SKU,
      * then title, issue, condition, asking price, channel and the
      * cover image. Expired listings and comics that have since
      * left the shelf are left out and counted.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE ZEROES TO READ-COUNT.
           MOVE ZEROES TO EXPORT-COUNT.
           MOVE ZEROES TO SKIPPED-COUNT.
           OPEN OUTPUT MKTEXP-FILE.
      * The column names are the marketplace's own, so they are
      * the same whatever language the screens are in.
           MOVE "sku,title,issue,condition,price,channel,image"
               TO MKTEXP-LINE.
           WRITE MKTEXP-LINE.
           OPEN INPUT LISTING-FILE.
           IF LISTING-FILE-STATUS = "35"
               DISPLAY TEXT-MKTEXP-NO-LISTINGS
           ELSE
               OPEN INPUT COMICS-FILE
               PERFORM START-AT-FIRST-LISTING
               PERFORM EXPORT-LISTINGS
               UNTIL END-OF-LISTINGS = "Y"
               CLOSE COMICS-FILE
               CLOSE LISTING-FILE.
           CLOSE MKTEXP-FILE.
           MOVE EXPORT-COUNT TO EXPORT-COUNT-ED.
           MOVE SKIPPED-COUNT TO SKIPPED-COUNT-ED.
           DISPLAY TEXT-MKTEXP-DONE EXPORT-COUNT-ED.
           DISPLAY TEXT-MKTEXP-SKIPPED SKIPPED-COUNT-ED.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

       START-AT-FIRST-LISTING.
           MOVE "N" TO END-OF-LISTINGS.
           MOVE ZEROES TO LST-COMIC-ID.
           START LISTING-FILE KEY IS NOT LESS THAN LST-COMIC-ID
               INVALID KEY
               MOVE "Y" TO END-OF-LISTINGS.
           IF END-OF-LISTINGS = "N"
               PERFORM READ-NEXT-LISTING.

       READ-NEXT-LISTING.
           READ LISTING-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-LISTINGS.

       EXPORT-LISTINGS.
           IF LST-ACTIVE
               ADD 1 TO READ-COUNT
               IF LST-EXPIRY-DATE NOT = ZEROES AND
                  LST-EXPIRY-DATE < TODAY-DATE
                   ADD 1 TO SKIPPED-COUNT
               ELSE
                   PERFORM LOOK-UP-LISTED-COMIC.
           PERFORM READ-NEXT-LISTING.

       LOOK-UP-LISTED-COMIC.
           MOVE "Y" TO RECORD-FOUND.
           MOVE LST-COMIC-ID TO COMIC-ID.
           READ COMICS-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = "Y" AND COMIC-ACTIVE
               PERFORM WRITE-MARKETPLACE-LINE
               ADD 1 TO EXPORT-COUNT
           ELSE
               ADD 1 TO SKIPPED-COUNT.

      * Text fields go out trimmed and the title is quoted, since
      * titles carry commas; the numbers lose their leading blanks
      * so the marketplace reads them as plain values. The cover
      * path may hold spaces of its own, so it is cut at its last
      * non-blank character instead of at the first blank.
       WRITE-MARKETPLACE-LINE.
           MOVE LST-ASKING-PRICE TO PRICE-ED.
           MOVE ZEROES TO PRICE-LEAD.
           INSPECT PRICE-ED TALLYING PRICE-LEAD FOR LEADING SPACE.
           MOVE COMIC-ISSUE TO ISSUE-ED.
           MOVE ZEROES TO ISSUE-LEAD.
           INSPECT ISSUE-ED TALLYING ISSUE-LEAD FOR LEADING SPACE.
           MOVE SPACE TO MKTEXP-LINE.
           MOVE 1 TO LINE-POINTER.
           STRING COMIC-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  COMIC-NAME DELIMITED BY "  "
                  QUOTE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ISSUE-ED(ISSUE-LEAD + 1:) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  COMIC-CONDITION DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  PRICE-ED(PRICE-LEAD + 1:) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  LST-CHANNEL DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  INTO MKTEXP-LINE WITH POINTER LINE-POINTER.
           MOVE 60 TO PATH-LENGTH.
           MOVE "N" TO PATH-END-FOUND.
           PERFORM FIND-PATH-END
           UNTIL PATH-END-FOUND = "Y" OR PATH-LENGTH = ZEROES.
           IF PATH-LENGTH > ZEROES
               STRING COMIC-COVER-PATH(1:PATH-LENGTH)
                   DELIMITED BY SIZE
                   INTO MKTEXP-LINE WITH POINTER LINE-POINTER.
           WRITE MKTEXP-LINE.

       FIND-PATH-END.
           IF COMIC-COVER-PATH(PATH-LENGTH:1) = SPACE
               SUBTRACT 1 FROM PATH-LENGTH
           ELSE
               MOVE "Y" TO PATH-END-FOUND.

       NOTE-RUN-START.
           MOVE "LISTING-EXPORT" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE READ-COUNT TO RLC-READ-COUNT.
           MOVE EXPORT-COUNT TO RLC-WRITTEN-COUNT.
           MOVE SKIPPED-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "LISTING-WS-ENG.cbl".

       END PROGRAM LISTING-EXPORT.
