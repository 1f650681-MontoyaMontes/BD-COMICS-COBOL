       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKTAKE-RECORD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "LOCATION-PHYSIC-FILE.cbl".
       COPY "STKCOUNT-PHYSIC-FILE.cbl".
       COPY "STKEXC-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "LOCATION-LOGIC-FILE.cbl".
       COPY "STKCOUNT-LOGIC-FILE.cbl".
       COPY "STKEXC-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       COPY "MOVELOG-WS.cbl".
       77 STOCKTAKE-MODE PIC X.
       77 RECORD-FOUND PIC X.
       77 CONFIRM-ANSWER PIC X.
       77 DECISION-FIELD PIC X.
       77 LOCATION-FIELD PIC X(10).
       77 LOCATION-VALID PIC X.
       77 BARCODE-FIELD PIC X(13).
       77 COUNT-LOCATION PIC X(10).
       77 COUNT-OPEN PIC X.
       77 COUNT-HAS-SCANS PIC X.
       77 PENDING-EXCEPTIONS PIC X.
       77 END-OF-COUNT PIC X.
       77 END-OF-EXCEPTIONS PIC X.
       77 SCAN-COUNT PIC 9(05).
       77 SCAN-COUNT-ED PIC Z(4)9.
       77 BARCODE-MATCHED PIC X.
       77 EXC-KEEP-COUNT PIC 9(03).
       77 EXC-INDEX PIC 9(03).
       77 EXC-TOO-BIG PIC X.
       77 UNKNOWN-COUNT PIC 9(05).
       77 UNKNOWN-COUNT-ED PIC Z(4)9.
       77 REVIEWED-COUNT PIC 9(05).
       77 POSTED-COUNT PIC 9(05).
       77 POSTED-COUNT-ED PIC Z(4)9.
       77 OLD-LOCATION-FIELD PIC X(10).
       77 TODAY-DATE PIC 9(08).
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 LOCATION-FILE-STATUS PIC X(02).
       77 STKCOUNT-FILE-STATUS PIC X(02).
       77 STKEXC-FILE-STATUS PIC X(02).
       77 RECORD-LOCKED PIC X.
       77 RETRY-ANSWER PIC X.
       77 LOCK-DECLINED PIC X.
      * The exceptions file is plain sequential, so recording the
      * decisions means buffering every line and writing the file
      * back, the same way the holds queue is marked.
       01 EXC-WORK-TABLE.
           05 EXC-WORK-LINE OCCURS 500 TIMES PIC X(48).

       COPY "STOCKTAKE-WS-ESP.cbl".
       COPY "AUDIT-WS-ESP.cbl".

      * Physical stock-take of one box at a time: open a count for
      * the box, scan every cover in it, and once the overnight
      * STOCKTAKE-RECONCILE has compared the count with the master,
      * approve or reject each exception. Only approved ones move a
      * comic's location on the master.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
      * COMICS-FILE is opened and closed once per session by the
      * caller (BD-COMICS-MENU when run from the menu); this program
      * assumes the file is already open when it gets control.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM GET-STOCKTAKE-MODE.
           PERFORM RUN-STOCKTAKE-MODE
           UNTIL STOCKTAKE-MODE = "4".
           END-PROGRAM.
               GOBACK.

       GET-STOCKTAKE-MODE.
           DISPLAY " ".
           DISPLAY TEXT-STOCK-MODE-PROMPT.
           DISPLAY TEXT-STOCK-MODE-OPTION-1.
           DISPLAY TEXT-STOCK-MODE-OPTION-2.
           DISPLAY TEXT-STOCK-MODE-OPTION-3.
           DISPLAY TEXT-STOCK-MODE-OPTION-4.
           ACCEPT STOCKTAKE-MODE.

       RUN-STOCKTAKE-MODE.
           EVALUATE STOCKTAKE-MODE
               WHEN "1"
                   PERFORM OPEN-A-COUNT
               WHEN "2"
                   PERFORM SCAN-COVERS
               WHEN "3"
                   PERFORM REVIEW-EXCEPTIONS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF STOCKTAKE-MODE NOT = "4"
               PERFORM GET-STOCKTAKE-MODE.

      * A new count replaces the one on file, so throwing away
      * scans, or exceptions nobody has decided on yet, takes a
      * deliberate yes.
       OPEN-A-COUNT.
           DISPLAY " ".
           DISPLAY TEXT-STOCK-BOX-PROMPT.
           MOVE SPACE TO LOCATION-FIELD.
           ACCEPT LOCATION-FIELD.
           IF LOCATION-FIELD NOT = SPACE
               PERFORM CHECK-LOCATION
               IF LOCATION-VALID = "N"
                   DISPLAY ERROR-STOCK-INVALID-BOX
               ELSE
                   PERFORM CONFIRM-NEW-COUNT
                   IF CONFIRM-ANSWER = "Y"
                       PERFORM WRITE-COUNT-HEADER.

      * The count is only as good as the box code, so it must be a
      * real row on the location master; a site without the master
      * has nothing to validate against and every code is waved
      * through, the way UPDATE-RECORD does it.
       CHECK-LOCATION.
           OPEN INPUT LOCATION-FILE.
           IF LOCATION-FILE-STATUS = "35"
               MOVE "Y" TO LOCATION-VALID
               DISPLAY TEXT-STOCK-NO-LOCATION-FILE
           ELSE
               MOVE LOCATION-FIELD TO LOC-CODE
               MOVE "Y" TO LOCATION-VALID
               READ LOCATION-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO LOCATION-VALID
               END-READ
               CLOSE LOCATION-FILE.

       CONFIRM-NEW-COUNT.
           MOVE "Y" TO CONFIRM-ANSWER.
           PERFORM READ-COUNT-HEADER.
           IF COUNT-HAS-SCANS = "Y"
               DISPLAY TEXT-STOCK-COUNT-ON-FILE COUNT-LOCATION
               PERFORM ASK-CONFIRM.
           IF CONFIRM-ANSWER = "Y"
               PERFORM CHECK-PENDING-EXCEPTIONS
               IF PENDING-EXCEPTIONS = "Y"
                   DISPLAY TEXT-STOCK-PENDING-ON-FILE
                   PERFORM ASK-CONFIRM.

       ASK-CONFIRM.
           DISPLAY TEXT-STOCK-DISCARD-CONFIRM.
           ACCEPT CONFIRM-ANSWER.
           IF CONFIRM-ANSWER = "y"
               MOVE "Y" TO CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = "Y"
               MOVE "N" TO CONFIRM-ANSWER.

       WRITE-COUNT-HEADER.
           OPEN OUTPUT STKCOUNT-FILE.
           MOVE SPACE TO STKCOUNT-RECORD.
           SET STK-HEADER TO TRUE.
           MOVE LOCATION-FIELD TO STK-LOC-CODE.
           MOVE TODAY-DATE TO STK-DATE.
           ACCEPT STK-TIME FROM TIME.
           WRITE STKCOUNT-RECORD.
           CLOSE STKCOUNT-FILE.
           DISPLAY TEXT-STOCK-COUNT-OPENED LOCATION-FIELD.

      * Leaves COUNT-OPEN and COUNT-LOCATION from the header line,
      * and notes whether any cover has been scanned under it.
       READ-COUNT-HEADER.
           MOVE "N" TO COUNT-OPEN.
           MOVE "N" TO COUNT-HAS-SCANS.
           MOVE SPACE TO COUNT-LOCATION.
           OPEN INPUT STKCOUNT-FILE.
           IF STKCOUNT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO END-OF-COUNT
               PERFORM READ-COUNT-LINE
               IF END-OF-COUNT = "N" AND STK-HEADER
                   MOVE "Y" TO COUNT-OPEN
                   MOVE STK-LOC-CODE TO COUNT-LOCATION
                   PERFORM READ-COUNT-LINE
                   IF END-OF-COUNT = "N"
                       MOVE "Y" TO COUNT-HAS-SCANS
                   END-IF
               END-IF
               CLOSE STKCOUNT-FILE.

       READ-COUNT-LINE.
           READ STKCOUNT-FILE
           AT END
               MOVE "Y" TO END-OF-COUNT.

      * An exception still waiting for a decision, or approved and
      * not yet posted, belongs to the count about to be replaced.
       CHECK-PENDING-EXCEPTIONS.
           MOVE "N" TO PENDING-EXCEPTIONS.
           OPEN INPUT STKEXC-FILE.
           IF STKEXC-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO END-OF-EXCEPTIONS
               PERFORM READ-EXCEPTION-LINE
               PERFORM NOTE-PENDING-EXCEPTION
               UNTIL END-OF-EXCEPTIONS = "Y"
               CLOSE STKEXC-FILE.

       NOTE-PENDING-EXCEPTION.
           IF NOT STX-UNKNOWN AND STX-UNDECIDED
               MOVE "Y" TO PENDING-EXCEPTIONS.
           PERFORM READ-EXCEPTION-LINE.

       READ-EXCEPTION-LINE.
           READ STKEXC-FILE
           AT END
               MOVE "Y" TO END-OF-EXCEPTIONS.

      * Each scan is written the moment it is taken, so a dropped
      * session loses nothing; a blank scan ends the run. The
      * cover is looked up only to tell the operator what was
      * scanned: the comparison is the reconciliation's job.
       SCAN-COVERS.
           PERFORM READ-COUNT-HEADER.
           IF COUNT-OPEN = "N"
               DISPLAY ERROR-STOCK-NO-COUNT
           ELSE
               DISPLAY " "
               DISPLAY TEXT-STOCK-COUNTING COUNT-LOCATION
               DISPLAY TEXT-STOCK-SCAN-HINT
               MOVE ZEROES TO SCAN-COUNT
               OPEN EXTEND STKCOUNT-FILE
               PERFORM TAKE-ONE-SCAN
               PERFORM TAKE-ONE-SCAN
               UNTIL BARCODE-FIELD = SPACE
               CLOSE STKCOUNT-FILE
               MOVE SCAN-COUNT TO SCAN-COUNT-ED
               DISPLAY TEXT-STOCK-SCANNED SCAN-COUNT-ED.

       TAKE-ONE-SCAN.
           DISPLAY TEXT-STOCK-SCAN-PROMPT.
           MOVE SPACE TO BARCODE-FIELD.
           ACCEPT BARCODE-FIELD.
           IF BARCODE-FIELD NOT = SPACE
               MOVE SPACE TO STKCOUNT-RECORD
               SET STK-SCAN TO TRUE
               MOVE COUNT-LOCATION TO STK-LOC-CODE
               MOVE BARCODE-FIELD TO STK-BARCODE
               MOVE TODAY-DATE TO STK-DATE
               ACCEPT STK-TIME FROM TIME
               WRITE STKCOUNT-RECORD
               ADD 1 TO SCAN-COUNT
               PERFORM ECHO-SCANNED-COVER.

       ECHO-SCANNED-COVER.
           MOVE BARCODE-FIELD TO COMIC-BARCODE.
           MOVE "Y" TO BARCODE-MATCHED.
           START COMICS-FILE KEY IS = COMIC-BARCODE
               INVALID KEY
               MOVE "N" TO BARCODE-MATCHED.
           IF BARCODE-MATCHED = "Y"
               READ COMICS-FILE NEXT RECORD
                   AT END
                   MOVE "N" TO BARCODE-MATCHED
               END-READ.
           IF BARCODE-MATCHED = "Y"
               DISPLAY "  " COMIC-NAME " " COMIC-ISSUE
               IF COMIC-LOCATION NOT = COUNT-LOCATION
                   DISPLAY TEXT-STOCK-FILED-ELSEWHERE COMIC-LOCATION
               END-IF
           ELSE
               DISPLAY TEXT-STOCK-UNKNOWN-SCAN.

      * Every exception still undecided comes up in turn; Y posts
      * the correction there and then, N rejects it, and a blank
      * answer leaves it for another session. Unknown barcodes
      * have nothing to post and are only counted.
       REVIEW-EXCEPTIONS.
           MOVE ZEROES TO EXC-KEEP-COUNT.
           MOVE ZEROES TO UNKNOWN-COUNT.
           MOVE ZEROES TO REVIEWED-COUNT.
           MOVE ZEROES TO POSTED-COUNT.
           MOVE "N" TO EXC-TOO-BIG.
           OPEN INPUT STKEXC-FILE.
           IF STKEXC-FILE-STATUS = "35"
               DISPLAY TEXT-STOCK-NO-EXCEPTIONS
           ELSE
               MOVE "N" TO END-OF-EXCEPTIONS
               PERFORM READ-EXCEPTION-LINE
               PERFORM BUFFER-ONE-EXCEPTION
               UNTIL END-OF-EXCEPTIONS = "Y"
               CLOSE STKEXC-FILE
               IF EXC-TOO-BIG = "Y"
                   DISPLAY TEXT-STOCK-TOO-BIG
               ELSE
                   PERFORM REVIEW-BUFFERED-EXCEPTIONS.

       BUFFER-ONE-EXCEPTION.
           IF EXC-KEEP-COUNT < 500
               ADD 1 TO EXC-KEEP-COUNT
               MOVE STKEXC-RECORD TO EXC-WORK-LINE(EXC-KEEP-COUNT)
           ELSE
               MOVE "Y" TO EXC-TOO-BIG.
           PERFORM READ-EXCEPTION-LINE.

       REVIEW-BUFFERED-EXCEPTIONS.
           MOVE ZEROES TO EXC-INDEX.
           PERFORM REVIEW-ONE-EXCEPTION
           UNTIL EXC-INDEX = EXC-KEEP-COUNT.
           IF UNKNOWN-COUNT NOT = ZEROES
               MOVE UNKNOWN-COUNT TO UNKNOWN-COUNT-ED
               DISPLAY TEXT-STOCK-UNKNOWN-TOTAL UNKNOWN-COUNT-ED.
           IF REVIEWED-COUNT = ZEROES
               DISPLAY TEXT-STOCK-NOTHING-TO-REVIEW
           ELSE
               PERFORM WRITE-BUFFERED-EXCEPTIONS
               MOVE POSTED-COUNT TO POSTED-COUNT-ED
               DISPLAY TEXT-STOCK-POSTED POSTED-COUNT-ED.

       REVIEW-ONE-EXCEPTION.
           ADD 1 TO EXC-INDEX.
           MOVE EXC-WORK-LINE(EXC-INDEX) TO STKEXC-RECORD.
           IF STX-UNKNOWN
               ADD 1 TO UNKNOWN-COUNT
           ELSE
               IF STX-UNDECIDED
                   ADD 1 TO REVIEWED-COUNT
                   PERFORM SHOW-EXCEPTION
                   PERFORM ASK-DECISION
                   MOVE STKEXC-RECORD TO EXC-WORK-LINE(EXC-INDEX).

       SHOW-EXCEPTION.
           DISPLAY " ".
           IF STX-MISSING
               DISPLAY TEXT-STOCK-SHOW-MISSING
           ELSE
               DISPLAY TEXT-STOCK-SHOW-MISPLACED.
           DISPLAY TEXT-STOCK-SHOW-ID STX-COMIC-ID.
           DISPLAY TEXT-STOCK-SHOW-BARCODE STX-BARCODE.
           DISPLAY TEXT-STOCK-SHOW-FILE-LOC STX-FILE-LOC.
           DISPLAY TEXT-STOCK-SHOW-COUNT-LOC STX-COUNT-LOC.
           IF STX-MISSING
               DISPLAY TEXT-STOCK-MISSING-EFFECT
           ELSE
               DISPLAY TEXT-STOCK-MISPLACED-EFFECT.

       ASK-DECISION.
           DISPLAY TEXT-STOCK-DECISION-PROMPT.
           MOVE SPACE TO DECISION-FIELD.
           ACCEPT DECISION-FIELD.
           IF DECISION-FIELD = "y"
               MOVE "Y" TO DECISION-FIELD.
           IF DECISION-FIELD = "n"
               MOVE "N" TO DECISION-FIELD.
           IF DECISION-FIELD = "Y"
               PERFORM POST-ONE-CORRECTION
           ELSE
               IF DECISION-FIELD = "N"
                   SET STX-REJECTED TO TRUE.

      * The comic must still be where the reconciliation found it
      * on file; one moved since then is left undecided so the box
      * can be counted again rather than overwritten blind.
       POST-ONE-CORRECTION.
           MOVE STX-COMIC-ID TO COMIC-ID.
           PERFORM READ-COMIC-RECORD.
           IF RECORD-FOUND = "N"
               IF LOCK-DECLINED = "Y"
                   DISPLAY TEXT-LOCK-DECLINED
               ELSE
                   DISPLAY ERROR-STOCK-COMIC-GONE
               END-IF
           ELSE
               IF COMIC-LOCATION NOT = STX-FILE-LOC
                   DISPLAY ERROR-STOCK-MOVED-SINCE
               ELSE
                   PERFORM APPLY-LOCATION-CORRECTION.

       READ-COMIC-RECORD.
           MOVE "N" TO LOCK-DECLINED.
           MOVE "Y" TO RECORD-LOCKED.
           PERFORM ATTEMPT-LOCKED-READ
           UNTIL RECORD-LOCKED = "N".
      * The untouched record is saved whole the moment it is read,
      * so the image ledger can carry a true before picture.
           IF RECORD-FOUND = "Y"
               MOVE COMIC-RECORD TO ILC-BEFORE-IMAGE.

       ATTEMPT-LOCKED-READ.
           READ COMICS-FILE RECORD WITH LOCK
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
               NOT INVALID KEY
               MOVE "Y" TO RECORD-FOUND
           END-READ.
           IF COMICS-FILE-STATUS = "51"
               PERFORM ASK-RETRY-ON-LOCK
           ELSE
               MOVE "N" TO RECORD-LOCKED.

       ASK-RETRY-ON-LOCK.
           DISPLAY " ".
           DISPLAY TEXT-RECORD-LOCKED.
           DISPLAY TEXT-RETRY-QUESTION.
           ACCEPT RETRY-ANSWER.
           IF RETRY-ANSWER = "y"
               MOVE "Y" TO RETRY-ANSWER.
           IF RETRY-ANSWER NOT = "Y"
               MOVE "N" TO RECORD-LOCKED
               MOVE "N" TO RECORD-FOUND
               MOVE "Y" TO LOCK-DECLINED.

      * A misplaced comic is refiled under the box it was found
      * in; a missing one loses its location, so it shows up as
      * not filed until somebody finds it.
       APPLY-LOCATION-CORRECTION.
           MOVE COMIC-LOCATION TO OLD-LOCATION-FIELD.
           IF STX-MISPLACED
               MOVE STX-COUNT-LOC TO COMIC-LOCATION
           ELSE
               MOVE SPACE TO COMIC-LOCATION.
           REWRITE COMIC-RECORD
           INVALID KEY
               DISPLAY ERROR-STOCK-CANT-POST
           NOT INVALID KEY
               SET STX-APPROVED TO TRUE
               MOVE TODAY-DATE TO STX-POST-DATE
               ADD 1 TO POSTED-COUNT
               PERFORM WRITE-STOCKTAKE-AUDIT-RECORD
               PERFORM WRITE-IMAGE-LINE
               PERFORM WRITE-MOVEMENT-LINE
               DISPLAY TEXT-STOCK-CORRECTED.

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
           MOVE TEXT-STOCK-MOVE-REASON TO MLC-REASON.
           CALL "WRITE-MOVEMENT-LOG" USING MOVE-LOG-CALL-AREA.

       WRITE-STOCKTAKE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SPACE TO AUDIT-LINE.
           STRING AUDIT-DATE DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  AUDIT-TIME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AUDIT-LABEL-STOCKTAKE DELIMITED BY SIZE
                  "ID=" DELIMITED BY SIZE
                  COMIC-ID DELIMITED BY SIZE
                  AUDIT-LABEL-BEFORE DELIMITED BY SIZE
                  OLD-LOCATION-FIELD DELIMITED BY SIZE
                  AUDIT-LABEL-AFTER DELIMITED BY SIZE
                  COMIC-LOCATION DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

       WRITE-BUFFERED-EXCEPTIONS.
           OPEN OUTPUT STKEXC-FILE.
           MOVE ZEROES TO EXC-INDEX.
           PERFORM WRITE-ONE-BUFFERED-EXCEPTION
           UNTIL EXC-INDEX = EXC-KEEP-COUNT.
           CLOSE STKEXC-FILE.

       WRITE-ONE-BUFFERED-EXCEPTION.
           ADD 1 TO EXC-INDEX.
           MOVE EXC-WORK-LINE(EXC-INDEX) TO STKEXC-RECORD.
           WRITE STKEXC-RECORD.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "STOCKTAKE-WS-ENG.cbl".

       END PROGRAM STOCKTAKE-RECORD.
