       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "DUP-PHYSIC-FILE.cbl".
       COPY "RELATION-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "DUP-LOGIC-FILE.cbl".
       COPY "RELATION-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       77 OVERFLOW-COUNT-ED PIC Z(6)9.
       77 SHORT-NAME-LEN PIC 9(02).
       77 NAMES-ALIKE PIC X.
       77 PAIR-KIND PIC X.
       77 PAIR-LINKED PIC X.
       77 LINKED-PAIR-COUNT PIC 9(05).
       77 LINKED-PAIR-COUNT-ED PIC Z(4)9.
       77 RELATION-FILE-STATUS PIC X(02).
       77 RELATIONS-AVAILABLE PIC X.
       77 END-OF-LINKS PIC X.
       77 LINK-FIRST-ID PIC 9(05).
       77 LINK-SECOND-ID PIC 9(05).
       77 FIRST-PARENT-COUNT PIC 9(02).
       77 FIRST-PARENT-INDEX PIC 9(02).

      * Every live record is buffered so house+issue+name can be
      * sorted together; two keyings of the same physical comic then
               10 DP-ISSUE     PIC 9(05).
               10 DP-NAME      PIC X(40).
               10 DP-COPY      PIC 9(02).
      * The issues the first comic of a suspect pair is linked to
      * as a variant, reprint or collected edition.
       01 FIRST-PARENT-TABLE.
           05 FIRST-PARENT-ID OCCURS 50 TIMES PIC 9(05).
       01 SWAP-ENTRY.
           05 SWAP-COMIC-ID  PIC 9(05).
           05 SWAP-HOUSE     PIC X(20).
           PERFORM NOTE-RUN-START.
           OPEN INPUT COMICS-FILE.
           OPEN OUTPUT DUP-FILE.
           MOVE "Y" TO RELATIONS-AVAILABLE.
           OPEN INPUT RELATION-FILE.
           IF RELATION-FILE-STATUS = "35"
               MOVE "N" TO RELATIONS-AVAILABLE.
           MOVE ZEROES TO LINKED-PAIR-COUNT.
           MOVE ZEROES TO BUFFER-COUNT.
           MOVE ZEROES TO OVERFLOW-COUNT.
           MOVE ZEROES TO PAIR-COUNT.
           PERFORM PRINT-DUP-REPORT.
           CLOSE COMICS-FILE.
           CLOSE DUP-FILE.
           IF RELATIONS-AVAILABLE = "Y"
               CLOSE RELATION-FILE.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain; run on its own
               WRITE DUP-LINE
           ELSE
               PERFORM PRINT-DUP-TOTAL.
           IF LINKED-PAIR-COUNT NOT = ZEROES
               PERFORM PRINT-LINKED-TOTAL.
           IF OVERFLOW-COUNT NOT = ZEROES
               PERFORM PRINT-OVERFLOW-WARNING.

                  DP-ISSUE(SCAN-INDEX) = DP-ISSUE(NEXT-INDEX)
                   PERFORM JUDGE-NAME-PAIR.

      * A suspect pair linked on the relation file, one as the
      * variant, reprint or collected edition of the other or both
      * of the same issue, is a legitimate pair and only counted.
       JUDGE-NAME-PAIR.
           MOVE SPACE TO PAIR-KIND.
           IF DP-NAME(SCAN-INDEX) = DP-NAME(NEXT-INDEX)
               IF DP-COPY(SCAN-INDEX) <= 1 AND
                  DP-COPY(NEXT-INDEX) <= 1
                   MOVE "E" TO PAIR-KIND
               END-IF
           ELSE
               PERFORM CHECK-NAME-PREFIX
               IF NAMES-ALIKE = "Y"
                   MOVE "N" TO PAIR-KIND.
           IF PAIR-KIND NOT = SPACE
               PERFORM CHECK-LINKED-PAIR
               IF PAIR-LINKED = "Y"
                   ADD 1 TO LINKED-PAIR-COUNT
               ELSE
                   ADD 1 TO PAIR-COUNT
                   IF PAIR-KIND = "E"
                       PERFORM PRINT-SUSPECT-PAIR-EXACT
                   ELSE
                       PERFORM PRINT-SUSPECT-PAIR-NEAR.

       CHECK-LINKED-PAIR.
           MOVE "N" TO PAIR-LINKED.
           IF RELATIONS-AVAILABLE = "Y"
               MOVE DP-COMIC-ID(SCAN-INDEX) TO LINK-FIRST-ID
               MOVE DP-COMIC-ID(NEXT-INDEX) TO LINK-SECOND-ID
               PERFORM LOAD-FIRST-PARENTS
               PERFORM CHECK-SECOND-PARENTS.

       LOAD-FIRST-PARENTS.
           MOVE ZEROES TO FIRST-PARENT-COUNT.
           MOVE LINK-FIRST-ID TO REL-COMIC-ID.
           MOVE ZEROES TO REL-PARENT-ID.
           MOVE "N" TO END-OF-LINKS.
           START RELATION-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-LINKS.
           PERFORM READ-NEXT-LINK.
           PERFORM NOTE-FIRST-PARENT
           UNTIL END-OF-LINKS = "Y".

       READ-NEXT-LINK.
           IF END-OF-LINKS = "N"
               READ RELATION-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO END-OF-LINKS.

       NOTE-FIRST-PARENT.
           IF REL-COMIC-ID NOT = LINK-FIRST-ID
               MOVE "Y" TO END-OF-LINKS
           ELSE
               IF REL-PARENT-ID = LINK-SECOND-ID
                   MOVE "Y" TO PAIR-LINKED
               END-IF
               IF FIRST-PARENT-COUNT < 50
                   ADD 1 TO FIRST-PARENT-COUNT
                   MOVE REL-PARENT-ID
                       TO FIRST-PARENT-ID(FIRST-PARENT-COUNT)
               END-IF
               PERFORM READ-NEXT-LINK.

       CHECK-SECOND-PARENTS.
           MOVE LINK-SECOND-ID TO REL-COMIC-ID.
           MOVE ZEROES TO REL-PARENT-ID.
           MOVE "N" TO END-OF-LINKS.
           START RELATION-FILE KEY IS NOT LESS THAN REL-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-LINKS.
           PERFORM READ-NEXT-LINK.
           PERFORM CHECK-ONE-SECOND-PARENT
           UNTIL END-OF-LINKS = "Y".

       CHECK-ONE-SECOND-PARENT.
           IF REL-COMIC-ID NOT = LINK-SECOND-ID
               MOVE "Y" TO END-OF-LINKS
           ELSE
               IF REL-PARENT-ID = LINK-FIRST-ID
                   MOVE "Y" TO PAIR-LINKED
               END-IF
               MOVE ZEROES TO FIRST-PARENT-INDEX
               PERFORM MATCH-FIRST-PARENT
               UNTIL FIRST-PARENT-INDEX = FIRST-PARENT-COUNT
               PERFORM READ-NEXT-LINK.

       MATCH-FIRST-PARENT.
           ADD 1 TO FIRST-PARENT-INDEX.
           IF FIRST-PARENT-ID(FIRST-PARENT-INDEX) = REL-PARENT-ID
               MOVE "Y" TO PAIR-LINKED.

      * The sorted order puts the shorter spelling first, so it is
      * enough to test whether the first name, trimmed of trailing
                  INTO DUP-LINE.
           WRITE DUP-LINE.

       PRINT-LINKED-TOTAL.
           MOVE LINKED-PAIR-COUNT TO LINKED-PAIR-COUNT-ED.
           MOVE SPACE TO DUP-LINE.
           STRING TEXT-DUP-LINKED-TOTAL DELIMITED BY SIZE
                  LINKED-PAIR-COUNT-ED DELIMITED BY SIZE
                  INTO DUP-LINE.
           WRITE DUP-LINE.

      * The table caps at 2000 comics so a bigger collection does
      * not silently drop candidates from the scan without any
      * indication it happened.
