       FILE-CONTROL.
       COPY "SCHEDULE-PHYSIC-FILE.cbl".
       COPY "RESTART-PHYSIC-FILE.cbl".
       COPY "PARAMS-PHYSIC-FILE.cbl".
       COPY "SYSSTATE-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       FILE SECTION.
       COPY "SCHEDULE-LOGIC-FILE.cbl".
       COPY "RESTART-LOGIC-FILE.cbl".
       COPY "PARAMS-LOGIC-FILE.cbl".
       COPY "SYSSTATE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       77 MONTH-END-TODAY PIC X.
       77 LEAP-QUOTIENT PIC 9(04).
       77 LEAP-REMAINDER PIC 9(04).
       77 PARAMS-FILE-STATUS PIC X(02).
       77 SYSTEM-STATE-FILE-STATUS PIC X(02).
       77 END-OF-SESSIONS PIC X.
       77 OPEN-SESSIONS PIC 9(03).
       77 SESSIONS-ED PIC ZZ9.
       77 WAIT-LIMIT PIC 9(03).
       77 MINUTES-WAITED PIC 9(03).
       77 SLEEP-SECONDS PIC 9(02) VALUE 60.
       77 UPDATES-HELD PIC X.
       77 HELD-STEPS PIC 9(03).
       77 KEEP-MARKER PIC X.
       77 BATCH-STATE-WANTED PIC X.
       77 BATCH-NOTE-WANTED PIC X(50).
       77 UPDATE-STEP-FOUND PIC X.
       77 UPDATE-STEP-INDEX PIC 9(02).
       77 UPDATE-STEP-COUNT PIC 9(02) VALUE 15.
       01 DAYS-IN-MONTH-VALUES PIC X(24)
           VALUE "312831303130313130313031".
       01 DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
               10 ST-NAME PIC X(20).
               10 ST-FREQ PIC X(01).
               10 ST-CONT PIC X(01).
      * The steps that change the master, or a file the desk
      * programs change too, and the backup, which empties the day
      * journal the desk programs append to; with a menu session
      * still open after the wait they are held back for the next
      * window, while the steps that only read go ahead.
       01 UPDATE-STEP-VALUES.
           05 FILLER PIC X(20) VALUE "BACKUP-COMICS-FILE".
           05 FILLER PIC X(20) VALUE "BULK-IMPORT".
           05 FILLER PIC X(20) VALUE "REVALUE-COMICS".
           05 FILLER PIC X(20) VALUE "PURGE-RECORDS".
           05 FILLER PIC X(20) VALUE "REORG-COMICS-FILE".
           05 FILLER PIC X(20) VALUE "INTEGRITY-SWEEP".
           05 FILLER PIC X(20) VALUE "CATALOG-ENRICH".
           05 FILLER PIC X(20) VALUE "CONSIGN-SETTLE".
           05 FILLER PIC X(20) VALUE "BULK-RELOCATE".
           05 FILLER PIC X(20) VALUE "INVOICE-MATCH".
           05 FILLER PIC X(20) VALUE "STANDING-ORDER-CHECK".
           05 FILLER PIC X(20) VALUE "NOTIFY-DISPATCH".
           05 FILLER PIC X(20) VALUE "LEDGER-ROLLOVER".
           05 FILLER PIC X(20) VALUE "LOAN-REMINDERS".
           05 FILLER PIC X(20) VALUE "STOCKTAKE-RECONCILE".
       01 UPDATE-STEP-TABLE REDEFINES UPDATE-STEP-VALUES.
           05 UPDATE-STEP-NAME OCCURS 15 TIMES PIC X(20).

       COPY "NIGHTLY-WS-ESP.cbl".

      * instead of repeating the whole window from the backup on.
      * The prompting jobs read bd-comic-batch-params.dat, so that
      * file must carry the unattended flag before this is put on a
      * scheduler. Before any step, and whatever the schedule says,
      * the audit log and day journal chains are verified; a broken
      * chain stops the window there, before the backup would cut
      * the journal or any job would add to a history that can no
      * longer be trusted.
      * The window is only taken once the menu sessions have had
      * their chance to close: while it waits and while it runs,
      * the system-state file says so and every menu turns
      * read-only. Sessions still open when the wait runs out hold
      * back the steps that change files; the rest of the chain
      * runs, and the reason goes on the run log.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           MOVE "Y" TO CHAIN-OK.
           MOVE ZEROES TO STEPS-RUN.
           MOVE ZEROES TO FAILED-STEPS.
           MOVE ZEROES TO HELD-STEPS.
           MOVE "N" TO KEEP-MARKER.
           PERFORM CLAIM-THE-WINDOW.
           PERFORM VERIFY-THE-HISTORY.
           MOVE ZEROES TO STEP-INDEX.
           PERFORM RUN-SCHEDULED-STEP
           UNTIL STEP-INDEX = STEP-COUNT OR CHAIN-OK = "N".
           IF CHAIN-OK = "Y"
               PERFORM CLEAR-RESTART-MARKER
               DISPLAY TEXT-NIGHTLY-DONE.
           PERFORM RELEASE-THE-WINDOW.
           PERFORM WRITE-RUN-LOG-LINE.
           END-PROGRAM.
               STOP RUN.
           WRITE RESTART-RECORD.
           CLOSE RESTART-FILE.

      * The window finished clean, so there is nothing to resume,
      * unless the step the marker names was held back tonight.
       CLEAR-RESTART-MARKER.
           IF RESUME-MODE = "Y" AND KEEP-MARKER = "N"
               CALL "CBL_DELETE_FILE" USING RESTART-FILE-NAME.

      * Not a schedule step: it cannot be left off a site's
      * schedule, and it runs on a resumed window too. A failure
      * leaves no restart marker of its own; the next window checks
      * again, and a marker left by an earlier failure is kept.
       VERIFY-THE-HISTORY.
           MOVE "VERIFY-AUDIT-CHAIN" TO STEP-NAME.
           DISPLAY TEXT-NIGHTLY-STEP STEP-NAME.
           MOVE ZERO TO RETURN-CODE.
           CALL "VERIFY-AUDIT-CHAIN".
           ADD 1 TO STEPS-RUN.
           IF RETURN-CODE NOT = ZERO
               ADD 1 TO FAILED-STEPS
               MOVE "N" TO CHAIN-OK
               DISPLAY TEXT-NIGHTLY-CHAIN-BROKEN.

       RUN-SCHEDULED-STEP.
           ADD 1 TO STEP-INDEX.
           MOVE ST-NAME(STEP-INDEX) TO STEP-NAME.
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
           IF STEP-DUE = "Y" AND UPDATES-HELD = "Y"
               PERFORM JUDGE-UPDATE-STEP.

      * A held step the restart marker was waiting for keeps the
      * marker on disk, so the recovery happens in a later window
      * instead of being forgotten.
       JUDGE-UPDATE-STEP.
           MOVE "N" TO UPDATE-STEP-FOUND.
           MOVE ZEROES TO UPDATE-STEP-INDEX.
           PERFORM LOOK-FOR-UPDATE-STEP
           UNTIL UPDATE-STEP-INDEX = UPDATE-STEP-COUNT OR
                 UPDATE-STEP-FOUND = "Y".
           IF UPDATE-STEP-FOUND = "Y"
               MOVE "N" TO STEP-DUE
               ADD 1 TO HELD-STEPS
               DISPLAY TEXT-NIGHTLY-SKIP-HELD STEP-NAME
               IF RESUME-THIS-STEP = "Y"
                   MOVE "Y" TO KEEP-MARKER.

       LOOK-FOR-UPDATE-STEP.
           ADD 1 TO UPDATE-STEP-INDEX.
           IF UPDATE-STEP-NAME(UPDATE-STEP-INDEX) = STEP-NAME
               MOVE "Y" TO UPDATE-STEP-FOUND.

      * RETURN-CODE is cleared before every step so a failure really
      * belongs to the step that just ran and not to one before it.
               PERFORM WRITE-RESTART-MARKER
               DISPLAY TEXT-NIGHTLY-STOPPED STEP-NAME.

      * The batch row goes to "waiting" first, so no menu starts
      * anything new, and the sessions already signed on are
      * counted once a minute until none is left or the wait runs
      * out; then the row says "running" for the rest of the chain.
       CLAIM-THE-WINDOW.
           PERFORM LOAD-SESSION-WAIT.
           MOVE "W" TO BATCH-STATE-WANTED.
           MOVE SPACE TO BATCH-NOTE-WANTED.
           PERFORM SET-BATCH-STATE.
           MOVE ZEROES TO MINUTES-WAITED.
           PERFORM COUNT-OPEN-SESSIONS.
           IF OPEN-SESSIONS NOT = ZEROES
               MOVE OPEN-SESSIONS TO SESSIONS-ED
               DISPLAY TEXT-NIGHTLY-WAITING SESSIONS-ED
               PERFORM WAIT-ONE-MINUTE
               UNTIL OPEN-SESSIONS = ZEROES OR
                     MINUTES-WAITED NOT < WAIT-LIMIT.
           MOVE "N" TO UPDATES-HELD.
           IF OPEN-SESSIONS NOT = ZEROES
               MOVE "Y" TO UPDATES-HELD
               DISPLAY TEXT-NIGHTLY-HELD.
           MOVE "R" TO BATCH-STATE-WANTED.
           PERFORM SET-BATCH-STATE.

      * Half an hour unless the parameter file says otherwise, in
      * three digits; "000" means the window does not wait at all.
       LOAD-SESSION-WAIT.
           MOVE 30 TO WAIT-LIMIT.
           OPEN INPUT PARAMS-FILE.
           IF PARAMS-FILE-STATUS NOT = "35"
               READ PARAMS-FILE
                   AT END
                       MOVE SPACE TO BATCH-PARAMS-RECORD
               END-READ
               CLOSE PARAMS-FILE
               IF BP-SESSION-WAIT IS NUMERIC
                   MOVE BP-SESSION-WAIT TO WAIT-LIMIT.

       WAIT-ONE-MINUTE.
           CALL "C$SLEEP" USING SLEEP-SECONDS.
           ADD 1 TO MINUTES-WAITED.
           PERFORM COUNT-OPEN-SESSIONS.

      * The session rows sort after the batch row, so one START at
      * the first "S" key and a read to the end counts them all.
       COUNT-OPEN-SESSIONS.
           MOVE ZEROES TO OPEN-SESSIONS.
           OPEN INPUT SYSTEM-STATE-FILE.
           IF SYSTEM-STATE-FILE-STATUS NOT = "35"
               PERFORM START-SESSION-ROWS
               PERFORM COUNT-ONE-SESSION
               UNTIL END-OF-SESSIONS = "Y"
               CLOSE SYSTEM-STATE-FILE.

       START-SESSION-ROWS.
           MOVE "N" TO END-OF-SESSIONS.
           MOVE SPACE TO SS-KEY.
           MOVE "S" TO SS-ROW-TYPE.
           START SYSTEM-STATE-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-SESSIONS.

       COUNT-ONE-SESSION.
           READ SYSTEM-STATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-SESSIONS
           END-READ.
           IF END-OF-SESSIONS = "N"
               IF SS-SESSION-ROW
                   ADD 1 TO OPEN-SESSIONS
               ELSE
                   MOVE "Y" TO END-OF-SESSIONS.

      * The batch row is written whether or not it was there
      * before; a site that never had the file gets it here.
       SET-BATCH-STATE.
           OPEN I-O SYSTEM-STATE-FILE.
           IF SYSTEM-STATE-FILE-STATUS = "35"
               OPEN OUTPUT SYSTEM-STATE-FILE
               CLOSE SYSTEM-STATE-FILE
               OPEN I-O SYSTEM-STATE-FILE.
           MOVE SPACE TO SYSTEM-STATE-RECORD.
           MOVE "B" TO SS-ROW-TYPE.
           MOVE ZEROES TO SS-SIGN-ON-DATE.
           MOVE ZEROES TO SS-SIGN-ON-TIME.
           MOVE BATCH-STATE-WANTED TO SS-BATCH-STATE.
           ACCEPT SS-STATE-DATE FROM DATE YYYYMMDD.
           ACCEPT SS-STATE-TIME FROM TIME.
           MOVE BATCH-NOTE-WANTED TO SS-BATCH-NOTE.
           REWRITE SYSTEM-STATE-RECORD
               INVALID KEY
                   WRITE SYSTEM-STATE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE.
           CLOSE SYSTEM-STATE-FILE.

      * The menus are given back in full, and the row keeps how the
      * window ended for the console to show: where the chain
      * stopped, or that the update steps were held back.
       RELEASE-THE-WINDOW.
           MOVE "I" TO BATCH-STATE-WANTED.
           MOVE SPACE TO BATCH-NOTE-WANTED.
           IF CHAIN-OK = "N"
               PERFORM NOTE-WHERE-CHAIN-STOPPED
           ELSE
               IF UPDATES-HELD = "Y"
                   MOVE TEXT-NIGHTLY-HELD-NOTE TO BATCH-NOTE-WANTED
               ELSE
                   MOVE TEXT-NIGHTLY-DONE TO BATCH-NOTE-WANTED.
           PERFORM SET-BATCH-STATE.

       NOTE-WHERE-CHAIN-STOPPED.
           STRING TEXT-NIGHTLY-STOPPED DELIMITED BY SIZE
                  STEP-NAME DELIMITED BY SPACE
               INTO BATCH-NOTE-WANTED.

       NOTE-RUN-START.
           MOVE "NIGHTLY-BATCH" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
      * operations summary can answer "what ran last night".
      * RETURN-CODE is set after the logging CALL: the subprogram
      * comes back clean and would wipe out the failure code if it
      * were set first. A window that held its update steps back
      * is not a failure, but it is not a normal night either, so
      * it says so and gives the reason.
       WRITE-RUN-LOG-LINE.
           MOVE STEPS-RUN TO RLC-WRITTEN-COUNT.
           MOVE FAILED-STEPS TO RLC-REJECT-COUNT.
           IF UPDATES-HELD = "Y"
               MOVE "HELD" TO RLC-STATUS
               MOVE TEXT-NIGHTLY-HELD-NOTE TO RLC-NOTE.
           IF CHAIN-OK = "N"
               MOVE "ERROR" TO RLC-STATUS
               MOVE BATCH-NOTE-WANTED TO RLC-NOTE.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.
           IF CHAIN-OK = "N"
               MOVE 8 TO RETURN-CODE.
