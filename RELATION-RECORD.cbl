       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELATION-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "RELATION-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "RELATION-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       77 RELATION-MODE PIC X.
       77 YES-NO PIC X.
       77 RECORD-FOUND PIC X.
       77 LINK-FIELDS-OK PIC X.
       77 CHILD-ID-FIELD PIC X(05).
       77 PARENT-ID-FIELD PIC X(05).
       77 TYPE-FIELD PIC X(01).
       77 CHILD-ID PIC 9(05).
       77 PARENT-ID PIC 9(05).
       77 SHOWN-ID PIC 9(05).
       77 END-OF-LINKS PIC X.
       77 LINK-FOUND PIC X.
       77 OTHER-LINK-TYPE PIC X(01).
       77 RELATED-COUNT PIC 9(03).
       77 TYPE-TEXT PIC X(24).
       77 RELATION-FILE-STATUS PIC X(02).

       COPY "RELATION-WS-ESP.cbl".

      * Variant covers, later printings, facsimiles and collected
      * editions are linked here to the issue they come from, so
      * FIND-RECORD can show them together, FAMILY-REPORT can list
      * each family, and the duplicate and gap reports stop taking
      * them for mistakes. A family is one level deep: a parent
      * issue is never itself linked to another parent.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
      * COMICS-FILE is opened and closed once per session by the
      * caller (BD-COMICS-MENU when run from the menu); this program
      * assumes the file is already open when it gets control.
           PERFORM OPEN-RELATION-FILE.
           PERFORM GET-RELATION-MODE.
           PERFORM RUN-RELATION-MODE
           UNTIL RELATION-MODE = "4".
           CLOSE RELATION-FILE.
           END-PROGRAM.
               GOBACK.

      * The link file belongs to this program; on a fresh system
      * OPEN I-O comes back status 35, so seed it with an OPEN
      * OUTPUT before opening it I-O for real.
       OPEN-RELATION-FILE.
           OPEN I-O RELATION-FILE.
           IF RELATION-FILE-STATUS = "35"
               OPEN OUTPUT RELATION-FILE
               CLOSE RELATION-FILE
               OPEN I-O RELATION-FILE.

       GET-RELATION-MODE.
           DISPLAY " ".
           DISPLAY TEXT-REL-MODE-PROMPT.
           DISPLAY TEXT-REL-MODE-OPTION-1.
           DISPLAY TEXT-REL-MODE-OPTION-2.
           DISPLAY TEXT-REL-MODE-OPTION-3.
           DISPLAY TEXT-REL-MODE-OPTION-4.
           ACCEPT RELATION-MODE.

       RUN-RELATION-MODE.
           EVALUATE RELATION-MODE
               WHEN "1"
                   PERFORM ADD-LINK-LOOP
               WHEN "2"
                   PERFORM REMOVE-LINK
               WHEN "3"
                   PERFORM SHOW-FAMILY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF RELATION-MODE NOT = "4"
               PERFORM GET-RELATION-MODE.

       ADD-LINK-LOOP.
           MOVE "Y" TO YES-NO.
           PERFORM ADD-LINK
           UNTIL YES-NO = "N".

       ADD-LINK.
           PERFORM GET-LINK-FIELDS.
           IF LINK-FIELDS-OK = "Y"
               PERFORM WRITE-LINK-RECORD.
           PERFORM RESTART-LINK.

       GET-LINK-FIELDS.
           DISPLAY " ".
           DISPLAY TEXT-REL-CHILD-PROMPT.
           MOVE SPACE TO CHILD-ID-FIELD.
           ACCEPT CHILD-ID-FIELD.
           DISPLAY TEXT-REL-PARENT-PROMPT.
           MOVE SPACE TO PARENT-ID-FIELD.
           ACCEPT PARENT-ID-FIELD.
           DISPLAY TEXT-REL-TYPE-PROMPT.
           DISPLAY TEXT-REL-TYPE-OPTIONS.
           MOVE SPACE TO TYPE-FIELD.
           ACCEPT TYPE-FIELD.
           PERFORM VALIDATE-LINK-FIELDS.

      * Both comics must be on file and different, the type one of
      * the four, and the link must keep the family one level deep.
      * A variant, a later printing or a facsimile comes from one
      * issue only; a collected edition may be linked to every
      * issue it collects, but to nothing else.
       VALIDATE-LINK-FIELDS.
           MOVE "Y" TO LINK-FIELDS-OK.
           MOVE ZEROES TO CHILD-ID.
           MOVE ZEROES TO PARENT-ID.
           IF CHILD-ID-FIELD IS NUMERIC
               MOVE CHILD-ID-FIELD TO CHILD-ID.
           IF PARENT-ID-FIELD IS NUMERIC
               MOVE PARENT-ID-FIELD TO PARENT-ID.
           MOVE CHILD-ID TO COMIC-ID.
           PERFORM READ-COMIC-RECORD.
           IF CHILD-ID = ZEROES OR RECORD-FOUND = "N"
               DISPLAY ERROR-REL-NO-CHILD
               MOVE "N" TO LINK-FIELDS-OK.
           MOVE PARENT-ID TO COMIC-ID.
           PERFORM READ-COMIC-RECORD.
           IF PARENT-ID = ZEROES OR RECORD-FOUND = "N"
               DISPLAY ERROR-REL-NO-PARENT
               MOVE "N" TO LINK-FIELDS-OK.
           IF LINK-FIELDS-OK = "Y" AND CHILD-ID = PARENT-ID
               DISPLAY ERROR-REL-SAME-COMIC
               MOVE "N" TO LINK-FIELDS-OK.
           IF TYPE-FIELD = "v" OR "p" OR "f" OR "t"
               INSPECT TYPE-FIELD CONVERTING "vpft" TO "VPFT".
           MOVE TYPE-FIELD TO REL-TYPE.
           IF NOT REL-TYPE-VALID
               DISPLAY ERROR-REL-INVALID-TYPE
               MOVE "N" TO LINK-FIELDS-OK.
           IF LINK-FIELDS-OK = "Y"
               PERFORM CHECK-FAMILY-SHAPE.

       CHECK-FAMILY-SHAPE.
           MOVE CHILD-ID TO SHOWN-ID.
           PERFORM FIND-CHILD-OF-SHOWN.
           IF LINK-FOUND = "Y"
               DISPLAY ERROR-REL-CHILD-IS-PARENT
               MOVE "N" TO LINK-FIELDS-OK.
           MOVE PARENT-ID TO SHOWN-ID.
           PERFORM FIND-PARENT-OF-SHOWN.
           IF LINK-FOUND = "Y"
               DISPLAY ERROR-REL-PARENT-IS-CHILD
               MOVE "N" TO LINK-FIELDS-OK.
           MOVE CHILD-ID TO SHOWN-ID.
           PERFORM FIND-PARENT-OF-SHOWN.
           IF LINK-FOUND = "Y"
               IF TYPE-FIELD NOT = "T" OR OTHER-LINK-TYPE NOT = "T"
                   DISPLAY ERROR-REL-ALREADY-LINKED
                   MOVE "N" TO LINK-FIELDS-OK.

      * LINK-FOUND says whether SHOWN-ID already hangs off some
      * parent, and OTHER-LINK-TYPE how.
       FIND-PARENT-OF-SHOWN.
           MOVE "N" TO LINK-FOUND.
           MOVE SHOWN-ID TO REL-COMIC-ID.
           MOVE ZEROES TO REL-PARENT-ID.
           START RELATION-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-LINKS
               NOT INVALID KEY
               MOVE "N" TO END-OF-LINKS.
           IF END-OF-LINKS = "N"
               READ RELATION-FILE NEXT RECORD
                   AT END
                   CONTINUE
                   NOT AT END
                   IF REL-COMIC-ID = SHOWN-ID
                       MOVE "Y" TO LINK-FOUND
                       MOVE REL-TYPE TO OTHER-LINK-TYPE
                   END-IF
               END-READ.

      * LINK-FOUND says whether SHOWN-ID is already the parent of
      * a family.
       FIND-CHILD-OF-SHOWN.
           MOVE "Y" TO LINK-FOUND.
           MOVE SHOWN-ID TO REL-PARENT-ID.
           START RELATION-FILE KEY IS = REL-PARENT-ID
               INVALID KEY
               MOVE "N" TO LINK-FOUND.

       READ-COMIC-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ COMICS-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       WRITE-LINK-RECORD.
           MOVE CHILD-ID TO REL-COMIC-ID.
           MOVE PARENT-ID TO REL-PARENT-ID.
           MOVE TYPE-FIELD TO REL-TYPE.
           ACCEPT REL-LINK-DATE FROM DATE YYYYMMDD.
           WRITE RELATION-RECORD
               INVALID KEY
               DISPLAY ERROR-REL-DUPLICATE
               NOT INVALID KEY
               DISPLAY TEXT-REL-ADDED.

       RESTART-LINK.
           DISPLAY TEXT-REL-RESTART.
           ACCEPT YES-NO.
           IF YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO NOT = "Y"
               MOVE "N" TO YES-NO.

       REMOVE-LINK.
           DISPLAY " ".
           DISPLAY TEXT-REL-CHILD-PROMPT.
           MOVE SPACE TO CHILD-ID-FIELD.
           ACCEPT CHILD-ID-FIELD.
           DISPLAY TEXT-REL-PARENT-PROMPT.
           MOVE SPACE TO PARENT-ID-FIELD.
           ACCEPT PARENT-ID-FIELD.
           MOVE "N" TO RECORD-FOUND.
           IF CHILD-ID-FIELD IS NUMERIC AND PARENT-ID-FIELD IS NUMERIC
               MOVE CHILD-ID-FIELD TO REL-COMIC-ID
               MOVE PARENT-ID-FIELD TO REL-PARENT-ID
               MOVE "Y" TO RECORD-FOUND
               READ RELATION-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-FOUND
               END-READ.
           IF RECORD-FOUND = "N"
               DISPLAY ERROR-REL-NO-FOUND
           ELSE
               PERFORM CONFIRM-REMOVE-LINK.

       CONFIRM-REMOVE-LINK.
           PERFORM NAME-MEMBER-TYPE.
           DISPLAY REL-COMIC-ID " " TYPE-TEXT " " REL-PARENT-ID.
           DISPLAY TEXT-REL-REMOVE-CONFIRM.
           ACCEPT YES-NO.
           IF YES-NO = "y"
               MOVE "Y" TO YES-NO.
           IF YES-NO = "Y"
               DELETE RELATION-FILE RECORD
                   INVALID KEY
                   DISPLAY ERROR-REL-CANT-UPDATE
                   NOT INVALID KEY
                   DISPLAY TEXT-REL-REMOVED.

      * Whatever side of a family the comic is on, both ways are
      * looked up: the issues it comes from and the comics that
      * come from it.
       SHOW-FAMILY.
           DISPLAY " ".
           DISPLAY TEXT-REL-SHOW-PROMPT.
           MOVE SPACE TO CHILD-ID-FIELD.
           ACCEPT CHILD-ID-FIELD.
           IF CHILD-ID-FIELD IS NUMERIC
               MOVE CHILD-ID-FIELD TO SHOWN-ID
               MOVE ZEROES TO RELATED-COUNT
               PERFORM SHOW-PARENT-LINKS
               PERFORM SHOW-CHILD-LINKS
               IF RELATED-COUNT = ZEROES
                   DISPLAY TEXT-REL-NONE.

       SHOW-PARENT-LINKS.
           MOVE SHOWN-ID TO REL-COMIC-ID.
           MOVE ZEROES TO REL-PARENT-ID.
           MOVE "N" TO END-OF-LINKS.
           START RELATION-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-LINKS.
           PERFORM SHOW-ONE-PARENT-LINK
           UNTIL END-OF-LINKS = "Y".

       SHOW-ONE-PARENT-LINK.
           READ RELATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-LINKS.
           IF END-OF-LINKS = "N"
               IF REL-COMIC-ID NOT = SHOWN-ID
                   MOVE "Y" TO END-OF-LINKS
               ELSE
                   ADD 1 TO RELATED-COUNT
                   PERFORM NAME-CHILD-TYPE
                   MOVE REL-PARENT-ID TO COMIC-ID
                   PERFORM SHOW-RELATED-COMIC.

       SHOW-CHILD-LINKS.
           MOVE SHOWN-ID TO REL-PARENT-ID.
           MOVE "N" TO END-OF-LINKS.
           START RELATION-FILE KEY IS = REL-PARENT-ID
               INVALID KEY
               MOVE "Y" TO END-OF-LINKS.
           PERFORM SHOW-ONE-CHILD-LINK
           UNTIL END-OF-LINKS = "Y".

       SHOW-ONE-CHILD-LINK.
           READ RELATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-LINKS.
           IF END-OF-LINKS = "N"
               IF REL-PARENT-ID NOT = SHOWN-ID
                   MOVE "Y" TO END-OF-LINKS
               ELSE
                   ADD 1 TO RELATED-COUNT
                   PERFORM NAME-MEMBER-TYPE
                   MOVE REL-COMIC-ID TO COMIC-ID
                   PERFORM SHOW-RELATED-COMIC.

       SHOW-RELATED-COMIC.
           PERFORM READ-COMIC-RECORD.
           IF RECORD-FOUND = "Y"
               DISPLAY TYPE-TEXT " " COMIC-ID " " COMIC-NAME
                   " #" COMIC-ISSUE " " COMIC-VALUE " "
                   COMIC-CURRENCY " " COMIC-STATUS
           ELSE
               DISPLAY TYPE-TEXT " " COMIC-ID.

      * How the comic on screen stands to the issue it comes from.
       NAME-CHILD-TYPE.
           EVALUATE TRUE
               WHEN REL-VARIANT-COVER
                   MOVE TEXT-REL-CHILD-VARIANT TO TYPE-TEXT
               WHEN REL-SECOND-PRINTING
                   MOVE TEXT-REL-CHILD-PRINTING TO TYPE-TEXT
               WHEN REL-FACSIMILE
                   MOVE TEXT-REL-CHILD-FACSIMILE TO TYPE-TEXT
               WHEN OTHER
                   MOVE TEXT-REL-CHILD-COLLECTED TO TYPE-TEXT
           END-EVALUATE.

      * How a family member stands to the issue on screen.
       NAME-MEMBER-TYPE.
           EVALUATE TRUE
               WHEN REL-VARIANT-COVER
                   MOVE TEXT-REL-MEMBER-VARIANT TO TYPE-TEXT
               WHEN REL-SECOND-PRINTING
                   MOVE TEXT-REL-MEMBER-PRINTING TO TYPE-TEXT
               WHEN REL-FACSIMILE
                   MOVE TEXT-REL-MEMBER-FACSIMILE TO TYPE-TEXT
               WHEN OTHER
                   MOVE TEXT-REL-MEMBER-COLLECTED TO TYPE-TEXT
           END-EVALUATE.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "RELATION-WS-ENG.cbl".

       END PROGRAM RELATION-RECORD.
