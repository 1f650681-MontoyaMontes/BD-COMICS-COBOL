       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULK-RELOCATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "LOCATION-PHYSIC-FILE.cbl".
       COPY "MOVEREQ-PHYSIC-FILE.cbl".
       COPY "MOVREJ-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "LOCATION-LOGIC-FILE.cbl".
       COPY "MOVEREQ-LOGIC-FILE.cbl".
       COPY "MOVREJ-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       COPY "MOVELOG-WS.cbl".
       77 EOF-SWITCH PIC X.
       77 END-OF-REQUESTS PIC X.
       77 REQUEST-VALID PIC X.
       77 REQUEST-COUNT PIC 9(07).
       77 REJECT-COUNT PIC 9(07).
       77 MOVED-COUNT PIC 9(07).
       77 UNCHANGED-COUNT PIC 9(07).
       77 REQUEST-MOVED PIC 9(07).
       77 REQUEST-MATCHED PIC 9(07).
       77 MOVED-COUNT-ED PIC Z(6)9.
       77 REJECT-COUNT-ED PIC Z(6)9.
       77 UNCHANGED-COUNT-ED PIC Z(6)9.
       77 UPPER-ISSUE PIC 9(05).
       77 OLD-LOCATION-FIELD PIC X(10).
       77 REJECT-REASON-TEXT PIC X(30).
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 LOCATION-FILE-STATUS PIC X(02).
       77 MOVEREQ-FILE-STATUS PIC X(02).
       77 MOVREJ-FILE-STATUS PIC X(02).
       77 RENAME-STATUS PIC S9(09) COMP-5.
       77 MOVEREQ-FILE-NAME PIC X(30)
           VALUE "bd-comic-moves.dat".
       77 MOVEREQ-DONE-FILE-NAME PIC X(30)
           VALUE "bd-comic-moves-aplicado.dat".

       COPY "RELOCATE-WS-ESP.cbl".
       COPY "AUDIT-WS-ESP.cbl".

      * Carries out a reorganization of the shelves in one run
      * instead of one UPDATE-RECORD per comic. Each request line
      * moves a whole box, a run of one series or a single comic
      * to a box that must exist on the location master; every
      * comic moved leaves a line on the movement ledger with the
      * reason from the request, as well as the usual audit and
      * image lines.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           DISPLAY TEXT-RELOC-START.
           MOVE ZEROES TO REQUEST-COUNT.
           MOVE ZEROES TO REJECT-COUNT.
           MOVE ZEROES TO MOVED-COUNT.
           MOVE ZEROES TO UNCHANGED-COUNT.
      * A night with nothing to move is a clean no-op, the same as
      * a night with no import file.
           OPEN INPUT MOVEREQ-FILE.
           IF MOVEREQ-FILE-STATUS = "35"
               DISPLAY TEXT-RELOC-NO-INPUT
           ELSE
               PERFORM RELOCATE-FROM-FILE.
           PERFORM WRITE-RUN-LOG-LINE.
           IF RLC-STATUS = "ERROR"
               MOVE 8 TO RETURN-CODE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain; run on its own
      * it still ends the run unit the same way.
           END-PROGRAM.
               GOBACK.

      * Without the location master no target can be checked, and
      * a move to a box nobody has set up is exactly the mistake
      * this run is meant to stop, so nothing moves at all.
       RELOCATE-FROM-FILE.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS = "35"
               DISPLAY ERROR-RELOC-NO-LOCATIONS
               MOVE "ERROR" TO RLC-STATUS
               CLOSE MOVEREQ-FILE
           ELSE
               PERFORM RELOCATE-ALL-REQUESTS
               CLOSE LOCATION-FILE
               PERFORM PUT-AWAY-REQUEST-FILE
               MOVE MOVED-COUNT TO MOVED-COUNT-ED
               MOVE UNCHANGED-COUNT TO UNCHANGED-COUNT-ED
               MOVE REJECT-COUNT TO REJECT-COUNT-ED
               DISPLAY TEXT-RELOC-DONE MOVED-COUNT-ED
               DISPLAY TEXT-RELOC-UNCHANGED UNCHANGED-COUNT-ED
               DISPLAY TEXT-RELOC-REJECT-DONE REJECT-COUNT-ED.

       RELOCATE-ALL-REQUESTS.
           OPEN I-O COMICS-FILE.
           OPEN OUTPUT MOVREJ-FILE.
           MOVE "N" TO END-OF-REQUESTS.
           PERFORM READ-REQUEST-RECORD.
           PERFORM RELOCATE-ONE-REQUEST
           UNTIL END-OF-REQUESTS = "Y".
           CLOSE MOVEREQ-FILE.
           CLOSE MOVREJ-FILE.
           CLOSE COMICS-FILE.

      * A spent request file is renamed out of the way, the same
      * way BULK-IMPORT puts away its input. Running the same file
      * twice would do no harm, since comics already in their new
      * box are left alone, but it would fill the reject file with
      * requests that matched nothing.
       PUT-AWAY-REQUEST-FILE.
           CALL "CBL_DELETE_FILE" USING MOVEREQ-DONE-FILE-NAME.
           CALL "CBL_RENAME_FILE"
               USING MOVEREQ-FILE-NAME MOVEREQ-DONE-FILE-NAME
               RETURNING RENAME-STATUS.
           IF RENAME-STATUS = ZERO
               DISPLAY TEXT-RELOC-PUT-AWAY MOVEREQ-DONE-FILE-NAME.

       READ-REQUEST-RECORD.
           READ MOVEREQ-FILE
           AT END
               MOVE "Y" TO END-OF-REQUESTS.

       RELOCATE-ONE-REQUEST.
           ADD 1 TO REQUEST-COUNT.
           PERFORM VALIDATE-REQUEST.
           IF REQUEST-VALID = "Y"
               PERFORM APPLY-REQUEST.
           IF REQUEST-VALID = "N"
               PERFORM WRITE-REJECT-RECORD.
           PERFORM READ-REQUEST-RECORD.

       VALIDATE-REQUEST.
           MOVE "Y" TO REQUEST-VALID.
           MOVE SPACE TO REJECT-REASON-TEXT.
           IF NOT MRQ-WHOLE-BOX AND NOT MRQ-SERIES-RANGE
              AND NOT MRQ-ONE-COMIC
               MOVE REASON-BAD-TYPE TO REJECT-REASON-TEXT
               MOVE "N" TO REQUEST-VALID.
           IF REQUEST-VALID = "Y"
               PERFORM VALIDATE-REQUEST-FIELDS.
           IF REQUEST-VALID = "Y"
               PERFORM CHECK-TARGET-LOCATION.

       VALIDATE-REQUEST-FIELDS.
           IF MRQ-WHOLE-BOX AND MRQ-FROM-LOC = SPACE
               MOVE REASON-NO-FROM-BOX TO REJECT-REASON-TEXT
               MOVE "N" TO REQUEST-VALID.
           IF MRQ-SERIES-RANGE
               IF MRQ-SERIES-ID NOT NUMERIC OR MRQ-SERIES-ID = ZEROES
                  OR MRQ-ISSUE-FROM NOT NUMERIC
                  OR MRQ-ISSUE-TO NOT NUMERIC
                   MOVE REASON-BAD-SERIES TO REJECT-REASON-TEXT
                   MOVE "N" TO REQUEST-VALID.
           IF MRQ-ONE-COMIC
               IF MRQ-COMIC-ID NOT NUMERIC OR MRQ-COMIC-ID = ZEROES
                   MOVE REASON-BAD-COMIC-ID TO REJECT-REASON-TEXT
                   MOVE "N" TO REQUEST-VALID.
           IF REQUEST-VALID = "Y" AND MRQ-FROM-LOC = MRQ-TO-LOC
               MOVE REASON-SAME-BOX TO REJECT-REASON-TEXT
               MOVE "N" TO REQUEST-VALID.

       CHECK-TARGET-LOCATION.
           IF MRQ-TO-LOC = SPACE
               MOVE REASON-NO-TARGET TO REJECT-REASON-TEXT
               MOVE "N" TO REQUEST-VALID
           ELSE
               MOVE MRQ-TO-LOC TO LOC-CODE
               READ LOCATION-FILE RECORD
                   INVALID KEY
                   MOVE REASON-UNKNOWN-TARGET TO REJECT-REASON-TEXT
                   MOVE "N" TO REQUEST-VALID
               END-READ.

      * A request that finds nothing to move is handed back as a
      * reject, so a mistyped box or series does not pass silently.
       APPLY-REQUEST.
           MOVE ZEROES TO REQUEST-MATCHED.
           MOVE ZEROES TO REQUEST-MOVED.
           IF MRQ-ONE-COMIC
               PERFORM RELOCATE-ONE-COMIC
           ELSE
               PERFORM RELOCATE-BY-SCAN.
           IF REQUEST-VALID = "Y" AND REQUEST-MATCHED = ZEROES
               MOVE REASON-NOTHING-MATCHED TO REJECT-REASON-TEXT
               MOVE "N" TO REQUEST-VALID.

       RELOCATE-ONE-COMIC.
           MOVE MRQ-COMIC-ID TO COMIC-ID.
           READ COMICS-FILE RECORD
               INVALID KEY
               MOVE REASON-COMIC-NOT-FOUND TO REJECT-REASON-TEXT
               MOVE "N" TO REQUEST-VALID
           END-READ.
           IF REQUEST-VALID = "Y"
               IF NOT COMIC-ACTIVE
                   MOVE REASON-COMIC-NOT-ACTIVE TO REJECT-REASON-TEXT
                   MOVE "N" TO REQUEST-VALID
               ELSE
                   IF MRQ-FROM-LOC NOT = SPACE AND
                      COMIC-LOCATION NOT = MRQ-FROM-LOC AND
                      COMIC-LOCATION NOT = MRQ-TO-LOC
                       MOVE REASON-NOT-IN-FROM-BOX
                           TO REJECT-REASON-TEXT
                       MOVE "N" TO REQUEST-VALID
                   ELSE
                       PERFORM MOVE-MATCHED-COMIC.

      * The master has no key on location or series, so a box or a
      * series run is found with one pass over the whole file.
       RELOCATE-BY-SCAN.
           IF MRQ-SERIES-RANGE
               IF MRQ-ISSUE-TO = ZEROES
                   MOVE 99999 TO UPPER-ISSUE
               ELSE
                   MOVE MRQ-ISSUE-TO TO UPPER-ISSUE.
           PERFORM START-AT-FIRST-RECORD.
           PERFORM CHECK-ONE-COMIC
           UNTIL EOF-SWITCH = "Y".

       START-AT-FIRST-RECORD.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZEROES TO COMIC-ID.
           START COMICS-FILE KEY IS NOT LESS THAN COMIC-ID
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               PERFORM READ-NEXT-COMIC.

       READ-NEXT-COMIC.
           READ COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.

      * Only live comics on the shelf are moved; one sold, traded,
      * away at the grader or out on consignment is not in the box.
       CHECK-ONE-COMIC.
           IF COMIC-ACTIVE
               IF MRQ-WHOLE-BOX
                   IF COMIC-LOCATION = MRQ-FROM-LOC
                       PERFORM MOVE-MATCHED-COMIC
                   END-IF
               ELSE
                   IF COMIC-SERIES-ID = MRQ-SERIES-ID AND
                      COMIC-ISSUE NOT < MRQ-ISSUE-FROM AND
                      COMIC-ISSUE NOT > UPPER-ISSUE
                       IF MRQ-FROM-LOC = SPACE OR
                          COMIC-LOCATION = MRQ-FROM-LOC OR
                          COMIC-LOCATION = MRQ-TO-LOC
                           PERFORM MOVE-MATCHED-COMIC.
           PERFORM READ-NEXT-COMIC.

      * A comic already in the target box is counted but not
      * rewritten, so running a request twice moves nothing twice.
       MOVE-MATCHED-COMIC.
           ADD 1 TO REQUEST-MATCHED.
           IF COMIC-LOCATION = MRQ-TO-LOC
               ADD 1 TO UNCHANGED-COUNT
           ELSE
               MOVE COMIC-RECORD TO ILC-BEFORE-IMAGE
               MOVE COMIC-LOCATION TO OLD-LOCATION-FIELD
               MOVE MRQ-TO-LOC TO COMIC-LOCATION
               REWRITE COMIC-RECORD
                   INVALID KEY
                   DISPLAY ERROR-RELOC-CANT-UPDATE COMIC-ID
                   MOVE "ERROR" TO RLC-STATUS
                   NOT INVALID KEY
                   ADD 1 TO MOVED-COUNT
                   ADD 1 TO REQUEST-MOVED
                   PERFORM WRITE-RELOCATE-AUDIT-RECORD
                   PERFORM WRITE-IMAGE-LINE
                   PERFORM WRITE-MOVEMENT-LINE
               END-REWRITE.

       WRITE-REJECT-RECORD.
           MOVE SPACE TO MOVREJ-RECORD.
           MOVE MOVEREQ-RECORD TO MRJ-REQUEST-DATA.
           MOVE REJECT-REASON-TEXT TO MRJ-REASON.
           WRITE MOVREJ-RECORD.
           ADD 1 TO REJECT-COUNT.

      * Full before/after record images for the shared image
      * ledger and the day journal, one CALL per landed write.
       WRITE-IMAGE-LINE.
           MOVE "R" TO ILC-ACTION.
           MOVE COMIC-ID TO ILC-COMIC-ID.
           MOVE COMIC-RECORD TO ILC-AFTER-IMAGE.
           CALL "WRITE-IMAGE-LOG" USING IMAGE-LOG-CALL-AREA.

       WRITE-MOVEMENT-LINE.
           MOVE COMIC-ID TO MLC-COMIC-ID.
           MOVE OLD-LOCATION-FIELD TO MLC-FROM-LOC.
           MOVE COMIC-LOCATION TO MLC-TO-LOC.
           MOVE MRQ-REASON TO MLC-REASON.
           CALL "WRITE-MOVEMENT-LOG" USING MOVE-LOG-CALL-AREA.

       WRITE-RELOCATE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACE TO AUDIT-LINE.
           STRING AUDIT-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-LABEL-RELOCATE DELIMITED BY SIZE
                  "ID=" DELIMITED BY SIZE
                  COMIC-ID DELIMITED BY SIZE
                  AUDIT-LABEL-BEFORE DELIMITED BY SIZE
                  OLD-LOCATION-FIELD DELIMITED BY SIZE
                  AUDIT-LABEL-AFTER DELIMITED BY SIZE
                  COMIC-LOCATION DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.


       NOTE-RUN-START.
           MOVE "BULK-RELOCATE" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE REQUEST-COUNT TO RLC-READ-COUNT.
           MOVE MOVED-COUNT TO RLC-WRITTEN-COUNT.
           MOVE REJECT-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "RELOCATE-WS-ENG.cbl".

       END PROGRAM BULK-RELOCATE.
