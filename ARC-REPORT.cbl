       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARC-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "ARC-PHYSIC-FILE.cbl".
       COPY "SERIES-PHYSIC-FILE.cbl".
       COPY "WANT-PHYSIC-FILE.cbl".
       COPY "ARCRPT-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "ARC-LOGIC-FILE.cbl".
       COPY "SERIES-LOGIC-FILE.cbl".
       COPY "WANT-LOGIC-FILE.cbl".
       COPY "ARCRPT-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       77 ARC-FILE-STATUS PIC X(02).
       77 SERIES-FILE-STATUS PIC X(02).
       77 WANT-FILE-STATUS PIC X(02).
       77 ARC-CODE-FIELD PIC X(10).
       77 YES-NO PIC X.
       77 RECORD-FOUND PIC X.
       77 SERIES-AVAILABLE PIC X.
       77 END-OF-COMICS PIC X.
       77 PART-INDEX PIC 9(02).
       77 COPY-INDEX PIC 9(03).
       77 OWNED-COUNT PIC 9(02).
       77 MISSING-COUNT PIC 9(02).
       77 WANTS-ADDED-COUNT PIC 9(02).
       77 PART-NUMBER-ED PIC Z9.
       77 COUNT-ED PIC Z9.
      * One line per part of the arc being printed: the series it
      * belongs to, as the series master names it, and the copies
      * on file that are still ours, found in one pass over the
      * comics. Only the first five copies of a part are listed;
      * nobody pulls a sixth copy to read an arc.
       01 ARC-PART-TABLE.
           05 ARC-PART-ENTRY OCCURS 60 TIMES.
               10 PT-SERIES-FOUND PIC X.
               10 PT-HOUSE PIC X(20).
               10 PT-NAME PIC X(40).
               10 PT-COPY-COUNT PIC 9(03).
               10 PT-COPY OCCURS 5 TIMES.
                   15 PT-COPY-ID PIC 9(05).
                   15 PT-COPY-LOCATION PIC X(10).
                   15 PT-COPY-STATUS PIC X(01).

       COPY "ARC-WS-ESP.cbl".

      * The reading order of one story arc, part by part, with the
      * COMIC-ID and COMIC-LOCATION of every copy on the shelves so
      * the arc can be pulled in one go, and the parts not owned
      * flagged. The missing parts can then be put on the want list
      * the same way WANT-RECORD seeds a series gap. Sold, traded
      * and deleted comics are no longer ours and do not count; a
      * copy away at the grader or out on consignment does, and is
      * marked with its status.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
      * COMICS-FILE is opened and closed once per session by the
      * caller (BD-COMICS-MENU when run from the menu); this program
      * assumes the file is already open when it gets control.
           OPEN INPUT ARC-FILE.
           IF ARC-FILE-STATUS = "35"
               DISPLAY TEXT-ARC-LIST-NONE
           ELSE
               PERFORM REPORT-ARCS
               CLOSE ARC-FILE.
           END-PROGRAM.
               GOBACK.

       REPORT-ARCS.
           MOVE "Y" TO SERIES-AVAILABLE.
           OPEN INPUT SERIES-FILE.
           IF SERIES-FILE-STATUS = "35"
               MOVE "N" TO SERIES-AVAILABLE.
           OPEN OUTPUT ARC-REPORT-FILE.
           PERFORM GET-ARC-TO-REPORT.
           PERFORM REPORT-ONE-ARC
           UNTIL ARC-CODE-FIELD = SPACE.
           CLOSE ARC-REPORT-FILE.
           IF SERIES-AVAILABLE = "Y"
               CLOSE SERIES-FILE.

       GET-ARC-TO-REPORT.
           DISPLAY " ".
           DISPLAY TEXT-ARC-CODE-PROMPT.
           DISPLAY TEXT-ARC-BLANK-EXIT.
           MOVE SPACE TO ARC-CODE-FIELD.
           ACCEPT ARC-CODE-FIELD.

       REPORT-ONE-ARC.
           MOVE ARC-CODE-FIELD TO ARC-CODE.
           MOVE "Y" TO RECORD-FOUND.
           READ ARC-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               PERFORM LOAD-ARC-PARTS
               PERFORM FIND-OWNED-COPIES
               PERFORM PRINT-READING-ORDER
               DISPLAY TEXT-ARC-REPORT-WRITTEN
               PERFORM OFFER-MISSING-WANTS
           ELSE
               DISPLAY ERROR-ARC-NO-FOUND.
           PERFORM GET-ARC-TO-REPORT.

       LOAD-ARC-PARTS.
           MOVE ZEROES TO PART-INDEX.
           PERFORM LOAD-ONE-PART
           UNTIL PART-INDEX = ARC-PART-COUNT.

       LOAD-ONE-PART.
           ADD 1 TO PART-INDEX.
           MOVE ZEROES TO PT-COPY-COUNT(PART-INDEX).
           MOVE "N" TO PT-SERIES-FOUND(PART-INDEX).
           MOVE SPACE TO PT-HOUSE(PART-INDEX).
           MOVE SPACE TO PT-NAME(PART-INDEX).
           IF SERIES-AVAILABLE = "Y"
               MOVE ARC-PART-SERIES-ID(PART-INDEX) TO SERIES-ID
               READ SERIES-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   MOVE "Y" TO PT-SERIES-FOUND(PART-INDEX)
                   MOVE SERIES-HOUSE TO PT-HOUSE(PART-INDEX)
                   MOVE SERIES-TITLE TO PT-NAME(PART-INDEX)
               END-READ.

       FIND-OWNED-COPIES.
           MOVE "N" TO END-OF-COMICS.
           MOVE ZEROES TO COMIC-ID.
           START COMICS-FILE KEY IS NOT LESS THAN COMIC-ID
               INVALID KEY
               MOVE "Y" TO END-OF-COMICS.
           PERFORM READ-NEXT-COMIC.
           PERFORM MATCH-ONE-COMIC
           UNTIL END-OF-COMICS = "Y".

       READ-NEXT-COMIC.
           IF END-OF-COMICS = "N"
               READ COMICS-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO END-OF-COMICS.

       MATCH-ONE-COMIC.
           IF NOT COMIC-DELETED AND NOT COMIC-SOLD AND
              NOT COMIC-TRADED
               MOVE ZEROES TO PART-INDEX
               PERFORM MATCH-COMIC-TO-PART
               UNTIL PART-INDEX = ARC-PART-COUNT.
           PERFORM READ-NEXT-COMIC.

      * A comic is a part when it carries the part's series and
      * issue; one typed in before it was tied to a series counts
      * when its house and title are the series' own.
       MATCH-COMIC-TO-PART.
           ADD 1 TO PART-INDEX.
           IF COMIC-ISSUE = ARC-PART-ISSUE(PART-INDEX)
               IF COMIC-SERIES-ID = ARC-PART-SERIES-ID(PART-INDEX)
                   PERFORM NOTE-OWNED-COPY
               ELSE
                   IF COMIC-SERIES-ID = ZEROES AND
                      PT-SERIES-FOUND(PART-INDEX) = "Y" AND
                      COMIC-HOUSE = PT-HOUSE(PART-INDEX) AND
                      COMIC-NAME = PT-NAME(PART-INDEX)
                       PERFORM NOTE-OWNED-COPY.

       NOTE-OWNED-COPY.
           ADD 1 TO PT-COPY-COUNT(PART-INDEX).
           IF PT-COPY-COUNT(PART-INDEX) NOT > 5
               MOVE PT-COPY-COUNT(PART-INDEX) TO COPY-INDEX
               MOVE COMIC-ID TO PT-COPY-ID(PART-INDEX, COPY-INDEX)
               MOVE COMIC-LOCATION
                   TO PT-COPY-LOCATION(PART-INDEX, COPY-INDEX)
               MOVE COMIC-STATUS
                   TO PT-COPY-STATUS(PART-INDEX, COPY-INDEX).

       PRINT-READING-ORDER.
           MOVE ZEROES TO OWNED-COUNT.
           MOVE ZEROES TO MISSING-COUNT.
           MOVE TEXT-ARC-RULE TO ARC-REPORT-LINE.
           WRITE ARC-REPORT-LINE.
           MOVE SPACE TO ARC-REPORT-LINE.
           STRING TEXT-ARC-REPORT-TITLE DELIMITED BY SIZE
                  ARC-CODE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ARC-TITLE DELIMITED BY SIZE
                  INTO ARC-REPORT-LINE.
           WRITE ARC-REPORT-LINE.
           MOVE TEXT-ARC-RULE TO ARC-REPORT-LINE.
           WRITE ARC-REPORT-LINE.
           MOVE ZEROES TO PART-INDEX.
           PERFORM PRINT-ONE-PART
           UNTIL PART-INDEX = ARC-PART-COUNT.
           MOVE SPACE TO ARC-REPORT-LINE.
           WRITE ARC-REPORT-LINE.
           MOVE ARC-PART-COUNT TO PART-NUMBER-ED.
           MOVE SPACE TO ARC-REPORT-LINE.
           STRING TEXT-ARC-SHOW-PARTS DELIMITED BY SIZE
                  PART-NUMBER-ED DELIMITED BY SIZE
                  INTO ARC-REPORT-LINE.
           WRITE ARC-REPORT-LINE.
           MOVE OWNED-COUNT TO COUNT-ED.
           MOVE SPACE TO ARC-REPORT-LINE.
           STRING TEXT-ARC-OWNED-TOTAL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO ARC-REPORT-LINE.
           WRITE ARC-REPORT-LINE.
           MOVE MISSING-COUNT TO COUNT-ED.
           MOVE SPACE TO ARC-REPORT-LINE.
           STRING TEXT-ARC-MISSING-TOTAL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO ARC-REPORT-LINE.
           WRITE ARC-REPORT-LINE.
           MOVE SPACE TO ARC-REPORT-LINE.
           WRITE ARC-REPORT-LINE.

      * The part line carries the first copy; any further copies
      * follow underneath it, lined up under the first.
       PRINT-ONE-PART.
           ADD 1 TO PART-INDEX.
           MOVE PART-INDEX TO PART-NUMBER-ED.
           MOVE SPACE TO ARC-REPORT-LINE.
           MOVE PART-NUMBER-ED TO ARC-REPORT-LINE(3:2).
           MOVE "." TO ARC-REPORT-LINE(5:1).
           IF PT-SERIES-FOUND(PART-INDEX) = "Y"
               MOVE PT-NAME(PART-INDEX) TO ARC-REPORT-LINE(7:40)
           ELSE
               MOVE TEXT-ARC-UNKNOWN-SERIES TO ARC-REPORT-LINE(7:40).
           MOVE "#" TO ARC-REPORT-LINE(48:1).
           MOVE ARC-PART-ISSUE(PART-INDEX) TO ARC-REPORT-LINE(49:5).
           IF PT-COPY-COUNT(PART-INDEX) = ZEROES
               ADD 1 TO MISSING-COUNT
               MOVE TEXT-ARC-MISSING-FLAG TO ARC-REPORT-LINE(56:30)
               WRITE ARC-REPORT-LINE
           ELSE
               ADD 1 TO OWNED-COUNT
               MOVE ZEROES TO COPY-INDEX
               PERFORM PRINT-ONE-COPY
               UNTIL COPY-INDEX = PT-COPY-COUNT(PART-INDEX) OR
               COPY-INDEX = 5.

       PRINT-ONE-COPY.
           ADD 1 TO COPY-INDEX.
           IF COPY-INDEX > 1
               MOVE SPACE TO ARC-REPORT-LINE.
           MOVE TEXT-ARC-COPY-ID TO ARC-REPORT-LINE(56:4).
           MOVE PT-COPY-ID(PART-INDEX, COPY-INDEX)
               TO ARC-REPORT-LINE(60:5).
           MOVE TEXT-ARC-COPY-LOCATION TO ARC-REPORT-LINE(67:6).
           MOVE PT-COPY-LOCATION(PART-INDEX, COPY-INDEX)
               TO ARC-REPORT-LINE(73:10).
           IF PT-COPY-STATUS(PART-INDEX, COPY-INDEX) NOT = "A"
               MOVE "(" TO ARC-REPORT-LINE(84:1)
               MOVE PT-COPY-STATUS(PART-INDEX, COPY-INDEX)
                   TO ARC-REPORT-LINE(85:1)
               MOVE ")" TO ARC-REPORT-LINE(86:1).
           WRITE ARC-REPORT-LINE.

      * Only parts whose series is on the master can become wants:
      * the want key is the series' house and title. A part that is
      * already wanted is left as it is, with its own price and
      * priority.
       OFFER-MISSING-WANTS.
           MOVE MISSING-COUNT TO COUNT-ED.
           DISPLAY TEXT-ARC-MISSING-TOTAL COUNT-ED.
           IF MISSING-COUNT > ZEROES
               DISPLAY TEXT-ARC-WANT-CONFIRM
               ACCEPT YES-NO
               IF YES-NO = "Y" OR YES-NO = "y"
                   PERFORM ADD-MISSING-WANTS.

       ADD-MISSING-WANTS.
           MOVE ZEROES TO WANTS-ADDED-COUNT.
           PERFORM OPEN-WANT-FILE.
           MOVE ZEROES TO PART-INDEX.
           PERFORM WANT-ONE-PART
           UNTIL PART-INDEX = ARC-PART-COUNT.
           CLOSE WANT-FILE.
           MOVE WANTS-ADDED-COUNT TO COUNT-ED.
           DISPLAY TEXT-ARC-WANTS-ADDED COUNT-ED.

      * A site that has never kept a want list gets its want file
      * here, the way WANT-RECORD creates it.
       OPEN-WANT-FILE.
           OPEN I-O WANT-FILE.
           IF WANT-FILE-STATUS = "35"
               OPEN OUTPUT WANT-FILE
               CLOSE WANT-FILE
               OPEN I-O WANT-FILE.

       WANT-ONE-PART.
           ADD 1 TO PART-INDEX.
           IF PT-COPY-COUNT(PART-INDEX) = ZEROES AND
              PT-SERIES-FOUND(PART-INDEX) = "Y"
               PERFORM WRITE-PART-WANT.

       WRITE-PART-WANT.
           MOVE SPACE TO WANT-RECORD.
           MOVE PT-HOUSE(PART-INDEX) TO WANT-HOUSE.
           MOVE PT-NAME(PART-INDEX) TO WANT-NAME.
           MOVE ARC-PART-ISSUE(PART-INDEX) TO WANT-ISSUE.
           MOVE ARC-PART-SERIES-ID(PART-INDEX) TO WANT-SERIES-ID.
           MOVE ZEROES TO WANT-MAX-PRICE.
           MOVE 9 TO WANT-PRIORITY.
           WRITE WANT-RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WANTS-ADDED-COUNT
           END-WRITE.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "ARC-WS-ENG.cbl".

       END PROGRAM ARC-REPORT.
