       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "CREATORX-PHYSIC-FILE.cbl".
       COPY "RELATION-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "CREATORX-LOGIC-FILE.cbl".
       COPY "RELATION-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       77 FOUND-ANY-CREATOR PIC X.
       77 XREF-RECORD-FOUND PIC X.
       77 CREATOR-XREF-FILE-STATUS PIC X(02).
       77 RELATION-FILE-STATUS PIC X(02).
       77 RELATIONS-AVAILABLE PIC X.
       77 END-OF-LINKS PIC X.
       77 RELATED-TYPE-TEXT PIC X(24).

       COPY "FIND-WS-ESP.cbl".

      * COMICS-FILE is opened and closed once per session by the
      * caller (BD-COMICS-MENU when run from the menu); this program
      * assumes the file is already open when it gets control.
           MOVE "Y" TO RELATIONS-AVAILABLE.
           OPEN INPUT RELATION-FILE.
           IF RELATION-FILE-STATUS = "35"
               MOVE "N" TO RELATIONS-AVAILABLE.
           PERFORM GET-SEARCH-MODE.
           EVALUATE SEARCH-MODE
               WHEN "2"
                   PERFORM DELETE-RECORDS
                   UNTIL COMIC-ID = ZEROES
           END-EVALUATE.
           IF RELATIONS-AVAILABLE = "Y"
               CLOSE RELATION-FILE.
           END-PROGRAM.
               GOBACK.

                   ADD COMIC-VALUE TO MATCH-TOTAL-VALUE
               END-IF
               PERFORM SHOW-ALL-FIELDS
               DISPLAY TEXT-SHOW-VALUE COMIC-VALUE " " COMIC-CURRENCY.
           PERFORM READ-NEXT-FOR-NAME.

      * Every filled-in criterion must hold at once; an empty one
               IF COMIC-TRADED
                   DISPLAY TEXT-SHOW-TRADED-FLAG
               END-IF
      * Left with a dealer to sell on commission; still ours
      * until the settlement run closes the consignment.
               IF COMIC-CONSIGNED
                   DISPLAY TEXT-SHOW-CONSIGNED-FLAG
               END-IF
               DISPLAY TEXT-SHOW-HOUSE COMIC-HOUSE
               DISPLAY TEXT-SHOW-ISSUE COMIC-ISSUE
               DISPLAY TEXT-SHOW-CHAR COMIC-CHARACTER
                   DISPLAY TEXT-SHOW-LOCATION COMIC-LOCATION
               END-IF
               IF COMIC-BARCODE NOT = SPACE
                   DISPLAY TEXT-SHOW-BARCODE COMIC-BARCODE
               END-IF
               IF COMIC-OWNER NOT = SPACE
                   DISPLAY TEXT-SHOW-OWNER COMIC-OWNER.
           IF RELATIONS-AVAILABLE = "Y" AND NOT COMIC-DELETED
               PERFORM SHOW-RELATED-ITEMS.
           DISPLAY " ".

      * Variants, later printings, facsimiles and collected editions
      * linked on the relation file, both the issues this comic
      * comes from and the comics that come from it. Only the IDs
      * and the kind of link are shown: reading the related comics
      * here would move the browse modes off their place in the
      * file. RELATION-RECORD shows a family in full.
       SHOW-RELATED-ITEMS.
           MOVE COMIC-ID TO REL-COMIC-ID.
           MOVE ZEROES TO REL-PARENT-ID.
           MOVE "N" TO END-OF-LINKS.
           START RELATION-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-LINKS.
           PERFORM SHOW-ONE-PARENT-LINK
           UNTIL END-OF-LINKS = "Y".
           MOVE COMIC-ID TO REL-PARENT-ID.
           MOVE "N" TO END-OF-LINKS.
           START RELATION-FILE KEY IS = REL-PARENT-ID
               INVALID KEY
               MOVE "Y" TO END-OF-LINKS.
           PERFORM SHOW-ONE-CHILD-LINK
           UNTIL END-OF-LINKS = "Y".

       SHOW-ONE-PARENT-LINK.
           READ RELATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-LINKS.
           IF END-OF-LINKS = "N"
               IF REL-COMIC-ID NOT = COMIC-ID
                   MOVE "Y" TO END-OF-LINKS
               ELSE
                   EVALUATE TRUE
                       WHEN REL-VARIANT-COVER
                           MOVE TEXT-SHOW-REL-CHILD-VARIANT
                               TO RELATED-TYPE-TEXT
                       WHEN REL-SECOND-PRINTING
                           MOVE TEXT-SHOW-REL-CHILD-PRINTING
                               TO RELATED-TYPE-TEXT
                       WHEN REL-FACSIMILE
                           MOVE TEXT-SHOW-REL-CHILD-FACSIMILE
                               TO RELATED-TYPE-TEXT
                       WHEN OTHER
                           MOVE TEXT-SHOW-REL-CHILD-COLLECTED
                               TO RELATED-TYPE-TEXT
                   END-EVALUATE
                   DISPLAY RELATED-TYPE-TEXT TEXT-SHOW-ID
                       REL-PARENT-ID.

       SHOW-ONE-CHILD-LINK.
           READ RELATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-LINKS.
           IF END-OF-LINKS = "N"
               IF REL-PARENT-ID NOT = COMIC-ID
                   MOVE "Y" TO END-OF-LINKS
               ELSE
                   EVALUATE TRUE
                       WHEN REL-VARIANT-COVER
                           MOVE TEXT-SHOW-REL-MEMBER-VARIANT
                               TO RELATED-TYPE-TEXT
                       WHEN REL-SECOND-PRINTING
                           MOVE TEXT-SHOW-REL-MEMBER-PRINTING
                               TO RELATED-TYPE-TEXT
                       WHEN REL-FACSIMILE
                           MOVE TEXT-SHOW-REL-MEMBER-FACSIMILE
                               TO RELATED-TYPE-TEXT
                       WHEN OTHER
                           MOVE TEXT-SHOW-REL-MEMBER-COLLECTED
                               TO RELATED-TYPE-TEXT
                   END-EVALUATE
                   DISPLAY RELATED-TYPE-TEXT TEXT-SHOW-ID
                       REL-COMIC-ID.


       COPY "LANGUAGE-LOAD.cbl".

