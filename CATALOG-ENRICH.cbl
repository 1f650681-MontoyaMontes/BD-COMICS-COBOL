       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOG-ENRICH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "ENRCAT-PHYSIC-FILE.cbl".
       COPY "SERIES-PHYSIC-FILE.cbl".
       COPY "CREATOR-PHYSIC-FILE.cbl".
       COPY "CREATORX-PHYSIC-FILE.cbl".
       COPY "ENRRPT-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "ENRCAT-LOGIC-FILE.cbl".
       COPY "SERIES-LOGIC-FILE.cbl".
       COPY "CREATOR-LOGIC-FILE.cbl".
       COPY "CREATORX-LOGIC-FILE.cbl".
       COPY "ENRRPT-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       77 ENRCAT-FILE-STATUS PIC X(02).
       77 SERIES-FILE-STATUS PIC X(02).
       77 CREATOR-FILE-STATUS PIC X(02).
       77 CREATOR-XREF-FILE-STATUS PIC X(02).
       77 EOF-SWITCH PIC X.
       77 END-OF-CATALOG PIC X.
       77 END-OF-SERIES PIC X.
       77 END-OF-CREATORS PIC X.
       77 END-OF-XREF PIC X.
       77 RECORD-FOUND PIC X.
       77 LINE-VALID PIC X.
       77 JUDGEMENT PIC X.
       77 MATCH-OVERFLOW PIC X.
       77 COMIC-CHANGED PIC X.
       77 XREF-USABLE PIC X.
       77 XREF-FOUND PIC X.
       77 CATALOG-COUNT PIC 9(07).
       77 ENRICHED-LINE-COUNT PIC 9(07).
       77 COMICS-UPDATED PIC 9(07).
       77 FIELDS-FILLED PIC 9(07).
       77 XREF-ADDED PIC 9(07).
       77 NO-MATCH-COUNT PIC 9(07).
       77 AMBIGUOUS-COUNT PIC 9(07).
       77 CONFLICT-COUNT PIC 9(07).
       77 BAD-LINE-COUNT PIC 9(07).
       77 EXCEPTION-COUNT PIC 9(07).
       77 OUR-OVERFLOW-COUNT PIC 9(07).
       77 OUR-COUNT PIC 9(05).
       77 OUR-INDEX PIC 9(05).
       77 MATCH-COUNT PIC 9(02).
       77 MATCH-INDEX PIC 9(02).
       77 XREF-COUNT PIC 9(05).
       77 XREF-INDEX PIC 9(05).
       77 SERIES-COUNT PIC 9(04).
       77 SERIES-INDEX PIC 9(04).
       77 SERIES-HITS PIC 9(04).
       77 SERIES-PICK PIC 9(05).
       77 FIRST-SERIES PIC 9(05).
       77 CREATOR-COUNT PIC 9(04).
       77 CREATOR-INDEX PIC 9(04).
       77 LOWEST-ID PIC 9(05).
       77 MATCH-HOUSE PIC X(20).
       77 MATCH-NAME PIC X(40).
       77 WANTED-CREATOR PIC X(30).
       77 WANTED-CREATOR-UPPER PIC X(30).
       77 WANTED-ROLE PIC X(10).
       77 FILLED-LIST PIC X(80).
       77 FILLED-POINTER PIC 9(03).
       77 LINE-POINTER PIC 9(03).
       77 REASON-TEXT PIC X(20).
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 COUNT-ED PIC Z(6)9.
       77 ISSUE-ED PIC Z(4)9.
       77 LOWER-CASE-LETTERS PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       77 UPPER-CASE-LETTERS PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Our side of the match: every comic still on file, with its
      * publisher and title in capitals so a catalog typed in
      * another case still lines up, and the number of catalog
      * lines that hit it, counted in a first pass over the file.
       01 OUR-TABLE.
           05 OUR-ENTRY OCCURS 20000 TIMES.
               10 OT-HOUSE         PIC X(20).
               10 OT-NAME          PIC X(40).
               10 OT-ISSUE         PIC 9(05).
               10 OT-COMIC-ID      PIC 9(05).
               10 OT-SERIES-ID     PIC 9(05).
               10 OT-BARCODE       PIC X(13).
               10 OT-LINE-HITS     PIC 9(03).

      * Our comics one catalog line matches, as places in OUR-TABLE.
       01 MATCH-TABLE.
           05 MATCH-ENTRY OCCURS 50 TIMES PIC 9(05).

      * The creator cross-reference as it stands, chained per comic:
      * XREF-HEAD gives the newest line for a COMIC-ID and each line
      * points to the one before it, so "does this comic already
      * credit this person in this role" is a short walk instead of
      * a pass over the whole file.
       01 XREF-HEAD-TABLE.
           05 XREF-HEAD OCCURS 99999 TIMES PIC 9(05).
       01 XREF-TABLE.
           05 XREF-ENTRY OCCURS 60000 TIMES.
               10 XT-NAME          PIC X(30).
               10 XT-ROLE          PIC X(10).
               10 XT-NEXT          PIC 9(05).

       01 SERIES-TABLE.
           05 SERIES-ENTRY OCCURS 2000 TIMES.
               10 ST-ID            PIC 9(05).
               10 ST-TITLE         PIC X(40).
               10 ST-HOUSE         PIC X(20).
               10 ST-FIRST-ISSUE   PIC 9(05).
               10 ST-LAST-ISSUE    PIC 9(05).

      * The creator list's own spelling of each name, so a name the
      * catalog writes in other capitals goes onto the
      * cross-reference the way the list already has it.
       01 CREATOR-TABLE.
           05 CREATOR-ENTRY OCCURS 2000 TIMES.
               10 CT-NAME          PIC X(30).
               10 CT-UPPER         PIC X(30).

       COPY "ENRICH-WS-ESP.cbl".
       COPY "AUDIT-WS-ESP.cbl".

      * Fills the gaps in our records from an issue list downloaded
      * from a public comics database. A catalog line is matched to
      * our comics on publisher, title and issue; when the match is
      * sure, the character, barcode, cover image and series are
      * filled where ours are blank, never over anything already
      * keyed, and the writer, artist and cover artist are added to
      * the creator cross-reference when the comic does not already
      * credit them in that role. A match is not sure, and the line
      * goes to the exceptions report instead, when nothing of ours
      * matches, when the catalog carries more than one line for the
      * same issue, when the matching comics sit in different
      * series of ours, or when the catalog barcode differs from one
      * we already scanned.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           DISPLAY TEXT-ENRICH-START.
           MOVE ZEROES TO CATALOG-COUNT.
           MOVE ZEROES TO ENRICHED-LINE-COUNT.
           MOVE ZEROES TO COMICS-UPDATED.
           MOVE ZEROES TO FIELDS-FILLED.
           MOVE ZEROES TO XREF-ADDED.
           MOVE ZEROES TO NO-MATCH-COUNT.
           MOVE ZEROES TO AMBIGUOUS-COUNT.
           MOVE ZEROES TO CONFLICT-COUNT.
           MOVE ZEROES TO BAD-LINE-COUNT.
           MOVE ZEROES TO EXCEPTION-COUNT.
      * A night with no catalog file is a clean no-op, the same as
      * a night with no import file.
           OPEN INPUT ENRCAT-FILE.
           IF ENRCAT-FILE-STATUS = "35"
               DISPLAY TEXT-ENRICH-NO-INPUT
           ELSE
               PERFORM ENRICH-FROM-CATALOG.
           PERFORM WRITE-RUN-LOG-LINE.
           IF RLC-STATUS = "ERROR"
               MOVE 8 TO RETURN-CODE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

      * The catalog is read twice: once to count how many of its
      * lines hit each of our comics, so a second line for the same
      * issue is known about before the first one is applied, and
      * once to apply or report every line.
       ENRICH-FROM-CATALOG.
           OPEN I-O COMICS-FILE.
           PERFORM LOAD-OUR-COMICS.
           PERFORM LOAD-SERIES-TABLE.
           PERFORM LOAD-CREATOR-TABLE.
           PERFORM LOAD-XREF-TABLE.
           MOVE "N" TO END-OF-CATALOG.
           PERFORM READ-CATALOG-LINE.
           PERFORM COUNT-ONE-CATALOG-LINE
           UNTIL END-OF-CATALOG = "Y".
           CLOSE ENRCAT-FILE.
           OPEN INPUT ENRCAT-FILE.
           OPEN OUTPUT ENRRPT-FILE.
           PERFORM PRINT-EXCEPTION-HEADING.
           IF XREF-USABLE = "Y"
               PERFORM OPEN-XREF-FOR-APPEND.
           MOVE "N" TO END-OF-CATALOG.
           PERFORM READ-CATALOG-LINE.
           PERFORM APPLY-ONE-CATALOG-LINE
           UNTIL END-OF-CATALOG = "Y".
           CLOSE ENRCAT-FILE.
           IF XREF-USABLE = "Y"
               CLOSE CREATOR-XREF-FILE.
           CLOSE COMICS-FILE.
           PERFORM PRINT-ENRICH-TOTALS.
           CLOSE ENRRPT-FILE.
           MOVE COMICS-UPDATED TO COUNT-ED.
           DISPLAY TEXT-ENRICH-UPDATED COUNT-ED.
           MOVE XREF-ADDED TO COUNT-ED.
           DISPLAY TEXT-ENRICH-XREF-ADDED COUNT-ED.
           MOVE EXCEPTION-COUNT TO COUNT-ED.
           DISPLAY TEXT-ENRICH-EXCEPTIONS COUNT-ED.

       LOAD-OUR-COMICS.
           MOVE ZEROES TO OUR-COUNT.
           MOVE ZEROES TO OUR-OVERFLOW-COUNT.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZEROES TO COMIC-ID.
           START COMICS-FILE KEY IS NOT LESS THAN COMIC-ID
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               PERFORM READ-NEXT-COMIC.
           PERFORM NOTE-ONE-COMIC
           UNTIL EOF-SWITCH = "Y".

       READ-NEXT-COMIC.
           READ COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.

       NOTE-ONE-COMIC.
           IF NOT COMIC-DELETED
               IF OUR-COUNT < 20000
                   ADD 1 TO OUR-COUNT
                   MOVE COMIC-HOUSE TO OT-HOUSE(OUR-COUNT)
                   INSPECT OT-HOUSE(OUR-COUNT) CONVERTING
                       LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
                   MOVE COMIC-NAME TO OT-NAME(OUR-COUNT)
                   INSPECT OT-NAME(OUR-COUNT) CONVERTING
                       LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
                   MOVE COMIC-ISSUE TO OT-ISSUE(OUR-COUNT)
                   MOVE COMIC-ID TO OT-COMIC-ID(OUR-COUNT)
                   MOVE ZEROES TO OT-SERIES-ID(OUR-COUNT)
                   IF COMIC-SERIES-ID IS NUMERIC
                       MOVE COMIC-SERIES-ID TO OT-SERIES-ID(OUR-COUNT)
                   END-IF
                   MOVE COMIC-BARCODE TO OT-BARCODE(OUR-COUNT)
                   MOVE ZEROES TO OT-LINE-HITS(OUR-COUNT)
               ELSE
                   ADD 1 TO OUR-OVERFLOW-COUNT.
           PERFORM READ-NEXT-COMIC.

       LOAD-SERIES-TABLE.
           MOVE ZEROES TO SERIES-COUNT.
           OPEN INPUT SERIES-FILE.
           IF SERIES-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-SERIES
               PERFORM READ-SERIES-RECORD
               PERFORM NOTE-ONE-SERIES
               UNTIL END-OF-SERIES = "Y"
               CLOSE SERIES-FILE.

       READ-SERIES-RECORD.
           READ SERIES-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-SERIES.

       NOTE-ONE-SERIES.
           IF SERIES-COUNT < 2000
               ADD 1 TO SERIES-COUNT
               MOVE SERIES-ID TO ST-ID(SERIES-COUNT)
               MOVE SERIES-TITLE TO ST-TITLE(SERIES-COUNT)
               INSPECT ST-TITLE(SERIES-COUNT) CONVERTING
                   LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
               MOVE SERIES-HOUSE TO ST-HOUSE(SERIES-COUNT)
               INSPECT ST-HOUSE(SERIES-COUNT) CONVERTING
                   LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
               MOVE SERIES-FIRST-ISSUE TO ST-FIRST-ISSUE(SERIES-COUNT)
               MOVE SERIES-LAST-ISSUE TO ST-LAST-ISSUE(SERIES-COUNT).
           PERFORM READ-SERIES-RECORD.

       LOAD-CREATOR-TABLE.
           MOVE ZEROES TO CREATOR-COUNT.
           OPEN INPUT CREATOR-FILE.
           IF CREATOR-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-CREATORS
               PERFORM READ-CREATOR-RECORD
               PERFORM NOTE-ONE-CREATOR
               UNTIL END-OF-CREATORS = "Y"
               CLOSE CREATOR-FILE.

       READ-CREATOR-RECORD.
           READ CREATOR-FILE
               AT END
               MOVE "Y" TO END-OF-CREATORS.

       NOTE-ONE-CREATOR.
           IF CREATOR-COUNT < 2000
               ADD 1 TO CREATOR-COUNT
               MOVE CREATOR-NAME TO CT-NAME(CREATOR-COUNT)
               MOVE CREATOR-NAME TO CT-UPPER(CREATOR-COUNT)
               INSPECT CT-UPPER(CREATOR-COUNT) CONVERTING
                   LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.
           PERFORM READ-CREATOR-RECORD.

      * A cross-reference too big for the table cannot be checked
      * for lines already there, so in that case no creator is
      * added at all rather than risk doubling lines up; the
      * record fields are still filled.
       LOAD-XREF-TABLE.
           MOVE ZEROES TO XREF-HEAD-TABLE.
           MOVE ZEROES TO XREF-COUNT.
           MOVE "Y" TO XREF-USABLE.
           OPEN INPUT CREATOR-XREF-FILE.
           IF CREATOR-XREF-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-XREF
               PERFORM READ-XREF-RECORD
               PERFORM NOTE-ONE-XREF
               UNTIL END-OF-XREF = "Y"
               CLOSE CREATOR-XREF-FILE.

       READ-XREF-RECORD.
           READ CREATOR-XREF-FILE
               AT END
               MOVE "Y" TO END-OF-XREF.

       NOTE-ONE-XREF.
           IF XREF-COMIC-ID IS NUMERIC AND XREF-COMIC-ID > ZEROES
               IF XREF-COUNT < 60000
                   MOVE XREF-CREATOR-NAME TO WANTED-CREATOR-UPPER
                   INSPECT WANTED-CREATOR-UPPER CONVERTING
                       LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
                   MOVE XREF-ROLE TO WANTED-ROLE
                   MOVE XREF-COMIC-ID TO LOWEST-ID
                   PERFORM CHAIN-XREF-ENTRY
               ELSE
                   MOVE "N" TO XREF-USABLE.
           PERFORM READ-XREF-RECORD.

      * Hangs a line for LOWEST-ID at the front of that comic's
      * chain.
       CHAIN-XREF-ENTRY.
           IF XREF-COUNT < 60000
               ADD 1 TO XREF-COUNT
               MOVE WANTED-CREATOR-UPPER TO XT-NAME(XREF-COUNT)
               MOVE WANTED-ROLE TO XT-ROLE(XREF-COUNT)
               MOVE XREF-HEAD(LOWEST-ID) TO XT-NEXT(XREF-COUNT)
               MOVE XREF-COUNT TO XREF-HEAD(LOWEST-ID).

      * OPEN EXTEND does not create a missing file, so on a fresh
      * system this seeds an empty file before appending to it.
       OPEN-XREF-FOR-APPEND.
           OPEN EXTEND CREATOR-XREF-FILE.
           IF CREATOR-XREF-FILE-STATUS = "35"
               OPEN OUTPUT CREATOR-XREF-FILE
               CLOSE CREATOR-XREF-FILE
               OPEN EXTEND CREATOR-XREF-FILE.

       READ-CATALOG-LINE.
           READ ENRCAT-FILE
               AT END
               MOVE "Y" TO END-OF-CATALOG.

       CHECK-CATALOG-LINE.
           MOVE "Y" TO LINE-VALID.
           IF EC-HOUSE = SPACE OR EC-NAME = SPACE OR
              EC-ISSUE NOT NUMERIC
               MOVE "N" TO LINE-VALID.

       COUNT-ONE-CATALOG-LINE.
           PERFORM CHECK-CATALOG-LINE.
           IF LINE-VALID = "Y"
               PERFORM FIND-CATALOG-MATCHES
               MOVE ZEROES TO MATCH-INDEX
               PERFORM MARK-ONE-HIT
               UNTIL MATCH-INDEX = MATCH-COUNT.
           PERFORM READ-CATALOG-LINE.

       MARK-ONE-HIT.
           ADD 1 TO MATCH-INDEX.
           MOVE MATCH-ENTRY(MATCH-INDEX) TO OUR-INDEX.
           IF OT-LINE-HITS(OUR-INDEX) < 999
               ADD 1 TO OT-LINE-HITS(OUR-INDEX).

      * The issue number is compared first, being the cheapest
      * test and the one that rules most comics out.
       FIND-CATALOG-MATCHES.
           MOVE EC-HOUSE TO MATCH-HOUSE.
           INSPECT MATCH-HOUSE CONVERTING
               LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.
           MOVE EC-NAME TO MATCH-NAME.
           INSPECT MATCH-NAME CONVERTING
               LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.
           MOVE ZEROES TO MATCH-COUNT.
           MOVE "N" TO MATCH-OVERFLOW.
           MOVE ZEROES TO OUR-INDEX.
           PERFORM SCAN-OUR-TABLE
           UNTIL OUR-INDEX = OUR-COUNT.

       SCAN-OUR-TABLE.
           ADD 1 TO OUR-INDEX.
           IF OT-ISSUE(OUR-INDEX) = EC-ISSUE
               IF OT-NAME(OUR-INDEX) = MATCH-NAME AND
                  OT-HOUSE(OUR-INDEX) = MATCH-HOUSE
                   IF MATCH-COUNT < 50
                       ADD 1 TO MATCH-COUNT
                       MOVE OUR-INDEX TO MATCH-ENTRY(MATCH-COUNT)
                   ELSE
                       MOVE "Y" TO MATCH-OVERFLOW.

       APPLY-ONE-CATALOG-LINE.
           ADD 1 TO CATALOG-COUNT.
           PERFORM CHECK-CATALOG-LINE.
           IF LINE-VALID = "N"
               ADD 1 TO BAD-LINE-COUNT
               MOVE TEXT-ENRICH-REASON-BAD TO REASON-TEXT
               MOVE ZEROES TO MATCH-COUNT
               PERFORM PRINT-EXCEPTION-LINE
           ELSE
               PERFORM FIND-CATALOG-MATCHES
               PERFORM JUDGE-MATCHES
               PERFORM ACT-ON-JUDGEMENT.
           PERFORM READ-CATALOG-LINE.

       ACT-ON-JUDGEMENT.
           EVALUATE JUDGEMENT
               WHEN "N"
                   ADD 1 TO NO-MATCH-COUNT
                   MOVE TEXT-ENRICH-REASON-NONE TO REASON-TEXT
                   PERFORM PRINT-EXCEPTION-LINE
               WHEN "A"
                   ADD 1 TO AMBIGUOUS-COUNT
                   MOVE TEXT-ENRICH-REASON-AMBIGUOUS TO REASON-TEXT
                   PERFORM PRINT-EXCEPTION-LINE
               WHEN "B"
                   ADD 1 TO CONFLICT-COUNT
                   MOVE TEXT-ENRICH-REASON-BARCODE TO REASON-TEXT
                   PERFORM PRINT-EXCEPTION-LINE
               WHEN OTHER
                   ADD 1 TO ENRICHED-LINE-COUNT
                   PERFORM PICK-CATALOG-SERIES
                   MOVE ZEROES TO MATCH-INDEX
                   PERFORM ENRICH-ONE-COMIC
                   UNTIL MATCH-INDEX = MATCH-COUNT
                   IF XREF-USABLE = "Y"
                       PERFORM ADD-CATALOG-CREATORS
                   END-IF
           END-EVALUATE.

      * N nothing of ours matches, A not sure which issue or
      * series is meant, B the barcodes disagree, Y a sure match.
      * Copies of one issue all match the same line and are all
      * filled; LOWEST-ID keeps the first copy, which is the one
      * the creator lines hang off.
       JUDGE-MATCHES.
           MOVE ZEROES TO FIRST-SERIES.
           MOVE ZEROES TO LOWEST-ID.
           IF MATCH-COUNT = ZEROES
               MOVE "N" TO JUDGEMENT
           ELSE
               MOVE "Y" TO JUDGEMENT
               MOVE ZEROES TO MATCH-INDEX
               PERFORM JUDGE-ONE-MATCH
               UNTIL MATCH-INDEX = MATCH-COUNT
               IF MATCH-OVERFLOW = "Y"
                   MOVE "A" TO JUDGEMENT.

       JUDGE-ONE-MATCH.
           ADD 1 TO MATCH-INDEX.
           MOVE MATCH-ENTRY(MATCH-INDEX) TO OUR-INDEX.
           IF OT-LINE-HITS(OUR-INDEX) > 1
               MOVE "A" TO JUDGEMENT.
           IF OT-SERIES-ID(OUR-INDEX) NOT = ZEROES
               IF FIRST-SERIES = ZEROES
                   MOVE OT-SERIES-ID(OUR-INDEX) TO FIRST-SERIES
               ELSE
                   IF OT-SERIES-ID(OUR-INDEX) NOT = FIRST-SERIES
                       MOVE "A" TO JUDGEMENT.
           IF JUDGEMENT = "Y" AND EC-BARCODE NOT = SPACE AND
              OT-BARCODE(OUR-INDEX) NOT = SPACE AND
              OT-BARCODE(OUR-INDEX) NOT = EC-BARCODE
               MOVE "B" TO JUDGEMENT.
           IF LOWEST-ID = ZEROES OR
              OT-COMIC-ID(OUR-INDEX) < LOWEST-ID
               MOVE OT-COMIC-ID(OUR-INDEX) TO LOWEST-ID.

      * A copy already filed under a series settles the series for
      * its siblings; otherwise the series master is asked, and
      * only a single series of that publisher and title whose run
      * covers the issue counts as an answer.
       PICK-CATALOG-SERIES.
           MOVE FIRST-SERIES TO SERIES-PICK.
           IF SERIES-PICK = ZEROES
               MOVE ZEROES TO SERIES-HITS
               MOVE ZEROES TO SERIES-INDEX
               PERFORM SCAN-SERIES-TABLE
               UNTIL SERIES-INDEX = SERIES-COUNT
               IF SERIES-HITS NOT = 1
                   MOVE ZEROES TO SERIES-PICK.

       SCAN-SERIES-TABLE.
           ADD 1 TO SERIES-INDEX.
           IF ST-TITLE(SERIES-INDEX) = MATCH-NAME AND
              ST-HOUSE(SERIES-INDEX) = MATCH-HOUSE AND
              EC-ISSUE NOT < ST-FIRST-ISSUE(SERIES-INDEX)
               IF ST-LAST-ISSUE(SERIES-INDEX) = ZEROES OR
                  EC-ISSUE NOT > ST-LAST-ISSUE(SERIES-INDEX)
                   ADD 1 TO SERIES-HITS
                   MOVE ST-ID(SERIES-INDEX) TO SERIES-PICK.

      * Only blank fields are touched; a record with nothing left
      * to fill is not rewritten at all.
       ENRICH-ONE-COMIC.
           ADD 1 TO MATCH-INDEX.
           MOVE MATCH-ENTRY(MATCH-INDEX) TO OUR-INDEX.
           MOVE OT-COMIC-ID(OUR-INDEX) TO COMIC-ID.
           MOVE "Y" TO RECORD-FOUND.
           READ COMICS-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = "Y"
               MOVE COMIC-RECORD TO ILC-BEFORE-IMAGE
               MOVE "N" TO COMIC-CHANGED
               MOVE SPACE TO FILLED-LIST
               MOVE 1 TO FILLED-POINTER
               PERFORM FILL-EMPTY-FIELDS
               IF COMIC-CHANGED = "Y"
                   PERFORM REWRITE-ENRICHED-COMIC.

       FILL-EMPTY-FIELDS.
           IF COMIC-CHARACTER = SPACE AND EC-CHARACTER NOT = SPACE
               MOVE EC-CHARACTER TO COMIC-CHARACTER
               STRING "COMIC-CHARACTER " DELIMITED BY SIZE
                   INTO FILLED-LIST WITH POINTER FILLED-POINTER
               PERFORM NOTE-FIELD-FILLED.
           IF COMIC-BARCODE = SPACE AND EC-BARCODE NOT = SPACE
               MOVE EC-BARCODE TO COMIC-BARCODE
               STRING "COMIC-BARCODE " DELIMITED BY SIZE
                   INTO FILLED-LIST WITH POINTER FILLED-POINTER
               PERFORM NOTE-FIELD-FILLED.
           IF COMIC-COVER-PATH = SPACE AND EC-COVER-PATH NOT = SPACE
               MOVE EC-COVER-PATH TO COMIC-COVER-PATH
               STRING "COMIC-COVER-PATH " DELIMITED BY SIZE
                   INTO FILLED-LIST WITH POINTER FILLED-POINTER
               PERFORM NOTE-FIELD-FILLED.
           IF SERIES-PICK NOT = ZEROES
               IF COMIC-SERIES-ID NOT NUMERIC OR
                  COMIC-SERIES-ID = ZEROES
                   MOVE SERIES-PICK TO COMIC-SERIES-ID
                   STRING "COMIC-SERIES-ID " DELIMITED BY SIZE
                       INTO FILLED-LIST WITH POINTER FILLED-POINTER
                   PERFORM NOTE-FIELD-FILLED.

       NOTE-FIELD-FILLED.
           MOVE "Y" TO COMIC-CHANGED.
           ADD 1 TO FIELDS-FILLED.

       REWRITE-ENRICHED-COMIC.
           REWRITE COMIC-RECORD
               INVALID KEY
               DISPLAY ERROR-ENRICH-CANT-UPDATE COMIC-ID
               MOVE "ERROR" TO RLC-STATUS
               NOT INVALID KEY
               ADD 1 TO COMICS-UPDATED
               PERFORM WRITE-ENRICH-AUDIT-RECORD
               PERFORM WRITE-IMAGE-LINE
           END-REWRITE.

       ADD-CATALOG-CREATORS.
           MOVE EC-WRITER TO WANTED-CREATOR.
           MOVE "GUION" TO WANTED-ROLE.
           PERFORM ADD-ONE-CREATOR.
           MOVE EC-ARTIST TO WANTED-CREATOR.
           MOVE "DIBUJO" TO WANTED-ROLE.
           PERFORM ADD-ONE-CREATOR.
           MOVE EC-COVER-ARTIST TO WANTED-CREATOR.
           MOVE "PORTADA" TO WANTED-ROLE.
           PERFORM ADD-ONE-CREATOR.

      * The person counts as credited when any copy of the issue
      * already carries the name in that role, whatever its
      * capitals; the new line goes on the first copy, the same one
      * CREATE-RECORD gives the creators to.
       ADD-ONE-CREATOR.
           IF WANTED-CREATOR NOT = SPACE
               MOVE WANTED-CREATOR TO WANTED-CREATOR-UPPER
               INSPECT WANTED-CREATOR-UPPER CONVERTING
                   LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
               MOVE ZEROES TO CREATOR-INDEX
               PERFORM SPELL-AS-CREATOR-LIST
               UNTIL CREATOR-INDEX = CREATOR-COUNT
               MOVE "N" TO XREF-FOUND
               MOVE ZEROES TO MATCH-INDEX
               PERFORM LOOK-FOR-XREF-IN-COPY
               UNTIL MATCH-INDEX = MATCH-COUNT OR XREF-FOUND = "Y"
               IF XREF-FOUND = "N"
                   PERFORM WRITE-CATALOG-XREF.

       SPELL-AS-CREATOR-LIST.
           ADD 1 TO CREATOR-INDEX.
           IF CT-UPPER(CREATOR-INDEX) = WANTED-CREATOR-UPPER
               MOVE CT-NAME(CREATOR-INDEX) TO WANTED-CREATOR.

       LOOK-FOR-XREF-IN-COPY.
           ADD 1 TO MATCH-INDEX.
           MOVE MATCH-ENTRY(MATCH-INDEX) TO OUR-INDEX.
           MOVE OT-COMIC-ID(OUR-INDEX) TO COMIC-ID.
           MOVE XREF-HEAD(COMIC-ID) TO XREF-INDEX.
           PERFORM WALK-XREF-CHAIN
           UNTIL XREF-INDEX = ZEROES OR XREF-FOUND = "Y".

       WALK-XREF-CHAIN.
           IF XT-NAME(XREF-INDEX) = WANTED-CREATOR-UPPER AND
              XT-ROLE(XREF-INDEX) = WANTED-ROLE
               MOVE "Y" TO XREF-FOUND
           ELSE
               MOVE XT-NEXT(XREF-INDEX) TO XREF-INDEX.

       WRITE-CATALOG-XREF.
           MOVE SPACE TO CREATOR-XREF-RECORD.
           MOVE LOWEST-ID TO XREF-COMIC-ID.
           MOVE WANTED-CREATOR TO XREF-CREATOR-NAME.
           MOVE WANTED-ROLE TO XREF-ROLE.
           WRITE CREATOR-XREF-RECORD.
           ADD 1 TO XREF-ADDED.
           PERFORM CHAIN-XREF-ENTRY.

       PRINT-EXCEPTION-HEADING.
           MOVE SPACE TO ENRRPT-LINE.
           MOVE TEXT-ENRICH-REPORT-TITLE TO ENRRPT-LINE.
           WRITE ENRRPT-LINE.
           MOVE SPACE TO ENRRPT-LINE.
           WRITE ENRRPT-LINE.
           MOVE TEXT-ENRICH-REPORT-HEADER TO ENRRPT-LINE.
           MOVE TEXT-ENRICH-REPORT-HEADER-2 TO ENRRPT-LINE(85:).
           WRITE ENRRPT-LINE.

      * One line per catalog line set aside, with the IDs of up to
      * five of our comics it matched so the reader can open them.
       PRINT-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNT.
           MOVE SPACE TO ENRRPT-LINE.
           MOVE 1 TO LINE-POINTER.
           MOVE ZEROES TO ISSUE-ED.
           IF EC-ISSUE IS NUMERIC
               MOVE EC-ISSUE TO ISSUE-ED.
           STRING REASON-TEXT DELIMITED BY SIZE
               " " EC-HOUSE DELIMITED BY SIZE
               " " EC-NAME DELIMITED BY SIZE
               " " ISSUE-ED DELIMITED BY SIZE
               " " EC-COVER-DATE DELIMITED BY SIZE
               INTO ENRRPT-LINE WITH POINTER LINE-POINTER.
           MOVE ZEROES TO MATCH-INDEX.
           PERFORM ADD-ONE-MATCHED-ID
           UNTIL MATCH-INDEX = MATCH-COUNT OR MATCH-INDEX = 5.
           WRITE ENRRPT-LINE.

       ADD-ONE-MATCHED-ID.
           ADD 1 TO MATCH-INDEX.
           MOVE MATCH-ENTRY(MATCH-INDEX) TO OUR-INDEX.
           STRING " " OT-COMIC-ID(OUR-INDEX) DELIMITED BY SIZE
               INTO ENRRPT-LINE WITH POINTER LINE-POINTER.

       PRINT-ENRICH-TOTALS.
           MOVE SPACE TO ENRRPT-LINE.
           WRITE ENRRPT-LINE.
           MOVE CATALOG-COUNT TO COUNT-ED.
           MOVE TEXT-ENRICH-TOTAL-READ TO REASON-TEXT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE ENRICHED-LINE-COUNT TO COUNT-ED.
           MOVE TEXT-ENRICH-TOTAL-MATCHED TO REASON-TEXT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE COMICS-UPDATED TO COUNT-ED.
           MOVE TEXT-ENRICH-TOTAL-UPDATED TO REASON-TEXT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE FIELDS-FILLED TO COUNT-ED.
           MOVE TEXT-ENRICH-TOTAL-FIELDS TO REASON-TEXT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE XREF-ADDED TO COUNT-ED.
           MOVE TEXT-ENRICH-TOTAL-XREF TO REASON-TEXT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE NO-MATCH-COUNT TO COUNT-ED.
           MOVE TEXT-ENRICH-REASON-NONE TO REASON-TEXT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE AMBIGUOUS-COUNT TO COUNT-ED.
           MOVE TEXT-ENRICH-REASON-AMBIGUOUS TO REASON-TEXT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE CONFLICT-COUNT TO COUNT-ED.
           MOVE TEXT-ENRICH-REASON-BARCODE TO REASON-TEXT.
           PERFORM PRINT-ONE-TOTAL.
           MOVE BAD-LINE-COUNT TO COUNT-ED.
           MOVE TEXT-ENRICH-REASON-BAD TO REASON-TEXT.
           PERFORM PRINT-ONE-TOTAL.
           IF OUR-OVERFLOW-COUNT > ZEROES
               MOVE OUR-OVERFLOW-COUNT TO COUNT-ED
               MOVE SPACE TO ENRRPT-LINE
               STRING TEXT-ENRICH-OUR-OVERFLOW DELIMITED BY "  "
                   " " COUNT-ED DELIMITED BY SIZE
                   INTO ENRRPT-LINE
               WRITE ENRRPT-LINE.
           IF XREF-USABLE = "N"
               MOVE TEXT-ENRICH-XREF-TOO-BIG TO ENRRPT-LINE
               WRITE ENRRPT-LINE.

       PRINT-ONE-TOTAL.
           MOVE SPACE TO ENRRPT-LINE.
           STRING REASON-TEXT DELIMITED BY SIZE
               " " COUNT-ED DELIMITED BY SIZE
               INTO ENRRPT-LINE.
           WRITE ENRRPT-LINE.

      * Full before/after record images for the shared image
      * ledger and the day journal, one CALL per landed write.
       WRITE-IMAGE-LINE.
           MOVE "R" TO ILC-ACTION.
           MOVE COMIC-ID TO ILC-COMIC-ID.
           MOVE COMIC-RECORD TO ILC-AFTER-IMAGE.
           CALL "WRITE-IMAGE-LOG" USING IMAGE-LOG-CALL-AREA.

       WRITE-ENRICH-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACE TO AUDIT-LINE.
           STRING AUDIT-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-LABEL-ENRICH DELIMITED BY SIZE
                  "ID=" DELIMITED BY SIZE
                  COMIC-ID DELIMITED BY SIZE
                  AUDIT-LABEL-AFTER DELIMITED BY SIZE
                  FILLED-LIST DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

       NOTE-RUN-START.
           MOVE "CATALOG-ENRICH" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE CATALOG-COUNT TO RLC-READ-COUNT.
           MOVE COMICS-UPDATED TO RLC-WRITTEN-COUNT.
           MOVE EXCEPTION-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "ENRICH-WS-ENG.cbl".

       END PROGRAM CATALOG-ENRICH.
