       COPY "PHYSIC-FILE.cbl".
       COPY "SERIES-PHYSIC-FILE.cbl".
       COPY "GAP-PHYSIC-FILE.cbl".
       COPY "RELATION-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       COPY "LOGIC-FILE.cbl".
       COPY "SERIES-LOGIC-FILE.cbl".
       COPY "GAP-LOGIC-FILE.cbl".
       COPY "RELATION-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       77 SEG-TO-ED PIC Z(4)9.
       77 MISSING-COUNT-ED PIC Z(4)9.
       77 UNTIED-COUNT-ED PIC Z(6)9.
       77 RELATION-FILE-STATUS PIC X(02).
       77 END-OF-LINKS PIC X.
       77 LINKED-LEFT-OUT-COUNT PIC 9(07).
       77 LINKED-LEFT-OUT-ED PIC Z(6)9.
      * One series at a time is buffered here so its issue numbers
      * can be sorted before the holes are worked out; the alternate
      * keys on COMICS-FILE say nothing about issue order.
       01 ISSUE-TABLE.
           05 ISSUE-ENTRY OCCURS 500 TIMES PIC 9(05).
      * "Y" for every COMIC-ID linked on the relation file as the
      * variant, reprint, facsimile or collected edition of another
      * issue, indexed by the ID itself.
       01 LINKED-CHILD-TABLE.
           05 LINKED-CHILD-FLAG OCCURS 99999 TIMES PIC X(01).

       COPY "GAP-WS-ESP.cbl".

               GOBACK.

       BUILD-GAP-REPORT.
           PERFORM LOAD-LINKED-CHILDREN.
           MOVE ZEROES TO LINKED-LEFT-OUT-COUNT.
           OPEN INPUT COMICS-FILE.
           OPEN OUTPUT GAP-FILE.
           MOVE TEXT-GAP-TITLE TO GAP-LINE.
           UNTIL EOF-SERIES = "Y".
           PERFORM COUNT-UNTIED-COMICS.
           PERFORM PRINT-UNTIED-TOTAL.
           PERFORM PRINT-LINKED-TOTAL.
           CLOSE COMICS-FILE.
           CLOSE GAP-FILE.

      * A variant cover, later printing, facsimile or collected
      * edition is not an issue of the run in its own right: left
      * in, its number would widen an open run's range and leave
      * holes that are not there, or fill one that is.
       LOAD-LINKED-CHILDREN.
           MOVE SPACE TO LINKED-CHILD-TABLE.
           OPEN INPUT RELATION-FILE.
           IF RELATION-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-LINKS
               PERFORM READ-NEXT-LINK
               PERFORM NOTE-LINKED-CHILD
               UNTIL END-OF-LINKS = "Y"
               CLOSE RELATION-FILE.

       READ-NEXT-LINK.
           READ RELATION-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-LINKS.

       NOTE-LINKED-CHILD.
           IF REL-COMIC-ID > ZEROES
               MOVE "Y" TO LINKED-CHILD-FLAG(REL-COMIC-ID).
           PERFORM READ-NEXT-LINK.

       START-AT-FIRST-SERIES.
           MOVE "N" TO EOF-SERIES.
           MOVE ZEROES TO SERIES-ID.
           IF COMIC-ACTIVE AND
              COMIC-SERIES-ID IS NUMERIC AND
              COMIC-SERIES-ID = SERIES-ID
               IF LINKED-CHILD-FLAG(COMIC-ID) = "Y"
                   ADD 1 TO LINKED-LEFT-OUT-COUNT
               ELSE
                   IF ISSUE-COUNT < 500
                       ADD 1 TO ISSUE-COUNT
                       MOVE COMIC-ISSUE TO ISSUE-ENTRY(ISSUE-COUNT)
                   ELSE
                       ADD 1 TO ISSUE-OVERFLOW-COUNT.
           PERFORM READ-NEXT-COMIC.

      * Selection sort, ascending; the table tops out at 500 issues
                      INTO GAP-LINE
               WRITE GAP-LINE.

       PRINT-LINKED-TOTAL.
           IF LINKED-LEFT-OUT-COUNT NOT = ZEROES
               MOVE LINKED-LEFT-OUT-COUNT TO LINKED-LEFT-OUT-ED
               MOVE SPACE TO GAP-LINE
               STRING TEXT-GAP-LINKED DELIMITED BY SIZE
                      LINKED-LEFT-OUT-ED DELIMITED BY SIZE
                      INTO GAP-LINE
               WRITE GAP-LINE.


       NOTE-RUN-START.
           MOVE "GAP-REPORT" TO RLC-PROGRAM-NAME.
