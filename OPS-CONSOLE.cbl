       FILE-CONTROL.
       COPY "PARAMS-PHYSIC-FILE.cbl".
       COPY "RUNLOG-PHYSIC-FILE.cbl".
       COPY "REPDEF-PHYSIC-FILE.cbl".
       COPY "SYSSTATE-PHYSIC-FILE.cbl".
       COPY "OWNER-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       FILE SECTION.
       COPY "PARAMS-LOGIC-FILE.cbl".
       COPY "RUNLOG-LOGIC-FILE.cbl".
       COPY "REPDEF-LOGIC-FILE.cbl".
       COPY "SYSSTATE-LOGIC-FILE.cbl".
       COPY "OWNER-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "OPERATOR-SESSION-WS.cbl".
       77 OPS-MODE PIC X.
       77 PARAMS-FILE-STATUS PIC X(02).
       77 RUN-LOG-FILE-STATUS PIC X(02).
       77 WORK-YEAR PIC 9(04).
       77 WORK-TOPN PIC 9(03).
       77 WORK-CUTOFF PIC 9(08).
       77 WORK-WAIT PIC 9(03).
       77 OWNER-FILE-STATUS PIC X(02).
       77 CUTOFF-CENTURY PIC 9(02).
       77 CUTOFF-MONTH PIC 9(02).
       77 CUTOFF-DAY PIC 9(02).
       77 JOB-MISSING PIC X.
       77 END-OF-RUN-LOG PIC X.
       77 RUN-LINE-FOUND PIC X.
       77 REPDEF-FILE-STATUS PIC X(02).
       77 END-OF-DEFS PIC X.
       77 DEF-LIST-COUNT PIC 9(03).
       77 PICKED-COUNT-ED PIC Z(6)9.
       77 SYSTEM-STATE-FILE-STATUS PIC X(02).
       77 BATCH-ACTIVE PIC X.
       77 BATCH-ROW-FOUND PIC X.
       77 END-OF-SESSIONS PIC X.
       77 SESSION-COUNT PIC 9(03).
       77 SESSION-COUNT-ED PIC ZZ9.
       77 SESSION-PICK-FIELD PIC X(02).
       77 SESSION-PICK PIC 9(02).
       COPY "REPCALL-WS.cbl".
      * The jobs the console can launch; the names double as the
      * list the operator picks from, so there is nothing to
      * translate and nothing to fall out of step. Beside each name
      * sits the lowest role that may launch it, ranked the way the
      * operator registry ranks them: 1 clerk, 2 curator,
      * 3 supervisor.
       77 JOB-COUNT PIC 9(02) VALUE 42.
       01 JOB-TABLE-VALUES.
           05 FILLER PIC X(20) VALUE "REVALUE-COMICS".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "RUNLOG-REPORT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "OVERDUE-REPORT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "OVERDUE-NOTICES".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "GAP-REPORT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "DUPLICATE-REPORT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "TOPVALUE-REPORT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "DEALER-SPEND-REPORT".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "PROCEEDS-REPORT".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "VALUE-SNAPSHOT".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "PERIOD-CLOSE".
           05 FILLER PIC X(01) VALUE "3".
           05 FILLER PIC X(20) VALUE "PURGE-RECORDS".
           05 FILLER PIC X(01) VALUE "3".
           05 FILLER PIC X(20) VALUE "INTEGRITY-SWEEP".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "LENDING-REPORT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "EXTRACT-COMICS".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "CSV-EXPORT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "BOX-REPORT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "PULL-LIST".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "LABEL-PRINT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "PRICE-MATCH".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "GAINS-REPORT".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "CONSIGN-SETTLE".
           05 FILLER PIC X(01) VALUE "3".
           05 FILLER PIC X(20) VALUE "CONSIGN-STATEMENT".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "LISTING-EXPORT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "STOCKTAKE-RECONCILE".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "BULK-RELOCATE".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "ACCOUNTS-EXTRACT".
           05 FILLER PIC X(01) VALUE "3".
           05 FILLER PIC X(20) VALUE "BUDGET-REPORT".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "INVOICE-MATCH".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "INVOICE-PAYABLES".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "BORROWER-STATEMENT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "LOAN-REMINDERS".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "NOTIFY-DISPATCH".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "COMPLETENESS-REPORT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "ADHOC-REPORTS".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "CATALOG-ENRICH".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "STANDING-ORDER-CHECK".
           05 FILLER PIC X(01) VALUE "2".
           05 FILLER PIC X(20) VALUE "FAMILY-REPORT".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "BUY-OPPORTUNITY".
           05 FILLER PIC X(01) VALUE "1".
           05 FILLER PIC X(20) VALUE "VERIFY-AUDIT-CHAIN".
           05 FILLER PIC X(01) VALUE "3".
           05 FILLER PIC X(20) VALUE "LEDGER-ROLLOVER".
           05 FILLER PIC X(01) VALUE "3".
           05 FILLER PIC X(20) VALUE "LENDING-CATALOG".
           05 FILLER PIC X(01) VALUE "1".
       01 JOB-TABLE REDEFINES JOB-TABLE-VALUES.
           05 JOB-ENTRY OCCURS 42 TIMES.
               10 JOB-NAME PIC X(20).
               10 JOB-ROLE PIC X(01).
      * The last run-log line for the chosen job, saved while the
      * whole log is read through; the log is append-only, so the
      * last match is the newest run.
           05 SV-WRITTEN-COUNT PIC 9(07).
           05 SV-REJECT-COUNT  PIC 9(07).
           05 SV-STATUS        PIC X(05).
           05 SV-NOTE          PIC X(50).
      * The keys of the sessions just listed, in list order, so a
      * supervisor can clear a hung one by its number.
       01 SESSION-KEY-TABLE.
           05 SESSION-KEY OCCURS 50 TIMES PIC X(27).

       COPY "OPS-WS-ESP.cbl".

      * Everything batch, reachable from a chair: the parameters
      * the overnight jobs read, edited here with validation
      * instead of a text editor; the jobs themselves, launched by
      * number; the run-log line each run leaves behind, shown
      * without leaving the menu; and any one saved ad hoc report
      * definition, printed on demand; and who is signed on at the
      * stations and what the nightly batch is doing, with a way
      * for a supervisor to clear what a crashed station or window
      * left behind.
      * The caller must have COMICS-FILE CLOSED while this runs:
      * the launched jobs open the master for themselves exactly
      * as they do overnight.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM GET-OPS-MODE.
           PERFORM RUN-OPS-MODE
           UNTIL OPS-MODE = "6".
           END-PROGRAM.
               GOBACK.

           DISPLAY TEXT-OPS-MODE-OPTION-2.
           DISPLAY TEXT-OPS-MODE-OPTION-3.
           DISPLAY TEXT-OPS-MODE-OPTION-4.
           DISPLAY TEXT-OPS-MODE-OPTION-5.
           DISPLAY TEXT-OPS-MODE-OPTION-6.
           ACCEPT OPS-MODE.

       RUN-OPS-MODE.
           EVALUATE OPS-MODE
      * The parameters steer what the overnight jobs do to the
      * master, the purge cutoff above all, so only a supervisor
      * may change them. Neither they nor the jobs are touched
      * while the nightly batch waits or runs.
               WHEN "1"
                   PERFORM CHECK-BATCH-STATE
                   IF NOT SESSION-SUPERVISOR
                       DISPLAY ERROR-OPS-NOT-ALLOWED
                   ELSE
                       IF BATCH-ACTIVE = "Y"
                           DISPLAY ERROR-OPS-BATCH-ON
                       ELSE
                           PERFORM EDIT-BATCH-PARAMS
                       END-IF
                   END-IF
               WHEN "2"
                   PERFORM CHECK-BATCH-STATE
                   IF BATCH-ACTIVE = "Y"
                       DISPLAY ERROR-OPS-BATCH-ON
                   ELSE
                       PERFORM LAUNCH-A-JOB
                   END-IF
               WHEN "3"
                   PERFORM SHOW-A-JOB-OUTCOME
               WHEN "4"
                   PERFORM RUN-A-REPORT-DEF
               WHEN "5"
                   PERFORM SHOW-SYSTEM-STATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF OPS-MODE NOT = "6"
               PERFORM GET-OPS-MODE.

       EDIT-BATCH-PARAMS.
           PERFORM ASK-TARGET-YEAR.
           PERFORM ASK-TOP-N.
           PERFORM ASK-PURGE-CUTOFF.
           PERFORM ASK-OWNER-CODE.
           PERFORM ASK-SESSION-WAIT.
           PERFORM SAVE-BATCH-PARAMS.

      * A site that never created the file starts from sensible
      * blanks: attended, no year, no top, no cutoff, the whole
      * household and the batch's own half-hour wait.
       LOAD-CURRENT-PARAMS.
           MOVE SPACE TO BATCH-PARAMS-RECORD.
           MOVE "N" TO BP-UNATTENDED.
           MOVE ZEROES TO BP-TARGET-YEAR.
           MOVE ZEROES TO BP-TOP-N.
           MOVE ZEROES TO BP-PURGE-CUTOFF.
           MOVE SPACE TO BP-OWNER.
           MOVE "030" TO BP-SESSION-WAIT.
           OPEN INPUT PARAMS-FILE.
           IF PARAMS-FILE-STATUS = "35"
               CONTINUE
           DISPLAY TEXT-OPS-SHOW-YEAR BP-TARGET-YEAR.
           DISPLAY TEXT-OPS-SHOW-TOPN BP-TOP-N.
           DISPLAY TEXT-OPS-SHOW-CUTOFF BP-PURGE-CUTOFF.
           IF BP-OWNER = SPACE
               DISPLAY TEXT-OPS-SHOW-OWNER TEXT-OPS-ALL-OWNERS
           ELSE
               DISPLAY TEXT-OPS-SHOW-OWNER BP-OWNER.
           DISPLAY TEXT-OPS-SHOW-WAIT BP-SESSION-WAIT.
           DISPLAY " ".

       ASK-UNATTENDED-FLAG.
           ELSE
               DISPLAY ERROR-OPS-BAD-CUTOFF.

      * A blank answer keeps the current owner, as every prompt
      * here does, so the whole household is asked for with "*".
      * Any other code must be on the owner registry; a retired
      * owner still is, and their comics can still be reported.
       ASK-OWNER-CODE.
           MOVE "N" TO FIELD-OK.
           PERFORM TRY-OWNER-CODE
           UNTIL FIELD-OK = "Y".

       TRY-OWNER-CODE.
           DISPLAY TEXT-OPS-ASK-OWNER.
           MOVE SPACE TO ANSWER-FIELD.
           ACCEPT ANSWER-FIELD.
           IF ANSWER-FIELD = SPACE
               MOVE "Y" TO FIELD-OK
           ELSE
               IF ANSWER-FIELD = "*"
                   MOVE SPACE TO BP-OWNER
                   MOVE "Y" TO FIELD-OK
               ELSE
                   PERFORM LOOK-UP-OWNER-CODE.

       LOOK-UP-OWNER-CODE.
           IF ANSWER-FIELD(6:3) NOT = SPACE
               DISPLAY ERROR-OPS-BAD-OWNER
           ELSE
               PERFORM READ-OWNER-CODE.

       READ-OWNER-CODE.
           OPEN INPUT OWNER-FILE.
           IF OWNER-FILE-STATUS = "35"
               DISPLAY ERROR-OPS-BAD-OWNER
           ELSE
               MOVE ANSWER-FIELD(1:5) TO OWNER-CODE
               READ OWNER-FILE RECORD
                   INVALID KEY
                       DISPLAY ERROR-OPS-BAD-OWNER
                   NOT INVALID KEY
                       MOVE OWNER-CODE TO BP-OWNER
                       MOVE "Y" TO FIELD-OK
               END-READ
               CLOSE OWNER-FILE.

      * One to three digits; the file keeps it as three, so the
      * batch reads "005" the same way it reads "5" typed here.
       ASK-SESSION-WAIT.
           MOVE "N" TO FIELD-OK.
           PERFORM TRY-SESSION-WAIT
           UNTIL FIELD-OK = "Y".

       TRY-SESSION-WAIT.
           DISPLAY TEXT-OPS-ASK-WAIT.
           MOVE SPACE TO ANSWER-FIELD.
           ACCEPT ANSWER-FIELD.
           IF ANSWER-FIELD = SPACE
               MOVE "Y" TO FIELD-OK
           ELSE
               PERFORM JUDGE-WAIT-ANSWER
               IF FIELD-OK = "Y"
                   MOVE WORK-WAIT TO BP-SESSION-WAIT
               ELSE
                   DISPLAY ERROR-OPS-BAD-WAIT.

       JUDGE-WAIT-ANSWER.
           IF ANSWER-FIELD(4:5) = SPACE
               IF ANSWER-FIELD(1:3) IS NUMERIC
                   MOVE ANSWER-FIELD(1:3) TO WORK-WAIT
                   MOVE "Y" TO FIELD-OK
               ELSE
                   IF ANSWER-FIELD(1:2) IS NUMERIC AND
                      ANSWER-FIELD(3:1) = SPACE
                       MOVE ANSWER-FIELD(1:2) TO WORK-WAIT
                       MOVE "Y" TO FIELD-OK
                   ELSE
                       IF ANSWER-FIELD(1:1) IS NUMERIC AND
                          ANSWER-FIELD(2:2) = SPACE
                           MOVE ANSWER-FIELD(1:1) TO WORK-WAIT
                           MOVE "Y" TO FIELD-OK.

       SAVE-BATCH-PARAMS.
           OPEN OUTPUT PARAMS-FILE.
           WRITE BATCH-PARAMS-RECORD.
           DISPLAY TEXT-OPS-JOB-PICK.
           PERFORM GET-JOB-PICK.
           IF JOB-PICK NOT = ZEROES
               IF SESSION-OPERATOR-ROLE < JOB-ROLE(JOB-PICK)
                   DISPLAY ERROR-OPS-NOT-ALLOWED
               ELSE
                   MOVE JOB-NAME(JOB-PICK) TO JOB-TO-RUN
                   PERFORM RUN-PICKED-JOB
                   PERFORM SHOW-LAST-RUN-LINE.

       LIST-THE-JOBS.
           DISPLAY " ".
               MOVE RL-READ-COUNT TO SV-READ-COUNT
               MOVE RL-WRITTEN-COUNT TO SV-WRITTEN-COUNT
               MOVE RL-REJECT-COUNT TO SV-REJECT-COUNT
               MOVE RL-STATUS TO SV-STATUS
               MOVE RL-NOTE TO SV-NOTE.
           PERFORM READ-RUN-LOG-LINE.

       SHOW-SAVED-RUN-LINE.
               DISPLAY TEXT-OPS-RL-READ SV-READ-COUNT
               DISPLAY TEXT-OPS-RL-WRITTEN SV-WRITTEN-COUNT
               DISPLAY TEXT-OPS-RL-REJECTS SV-REJECT-COUNT
               DISPLAY TEXT-OPS-RL-STATUS SV-STATUS
               IF SV-NOTE NOT = SPACE
                   DISPLAY SV-NOTE.

      * Lists the saved definitions and prints the one named, on
      * its own in a fresh report file. Reading the master is all
      * it does, so any role may run one.
       RUN-A-REPORT-DEF.
           PERFORM LIST-REPORT-DEFS.
           DISPLAY TEXT-OPS-WHICH-DEF.
           MOVE SPACE TO RRA-DEF-NAME.
           ACCEPT RRA-DEF-NAME.
           IF RRA-DEF-NAME NOT = SPACE
               MOVE "N" TO RRA-APPEND
               MOVE "N" TO RRA-EXTRACT-READY
               DISPLAY TEXT-OPS-RUNNING RRA-DEF-NAME
               CALL "RUN-REPORT-DEF" USING REPORT-RUN-AREA
               IF RRA-DEF-MISSING
                   DISPLAY ERROR-OPS-NO-DEF
               ELSE
                   MOVE RRA-PICKED-COUNT TO PICKED-COUNT-ED
                   DISPLAY TEXT-OPS-DEF-PRINTED PICKED-COUNT-ED.

       LIST-REPORT-DEFS.
           DISPLAY " ".
           DISPLAY TEXT-OPS-DEFS-TITLE.
           MOVE ZEROES TO DEF-LIST-COUNT.
           OPEN INPUT REPDEF-FILE.
           IF REPDEF-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-DEFS
               PERFORM LIST-ONE-REPORT-DEF
               UNTIL END-OF-DEFS = "Y"
               CLOSE REPDEF-FILE.
           IF DEF-LIST-COUNT = ZEROES
               DISPLAY TEXT-OPS-NO-DEFS.

       LIST-ONE-REPORT-DEF.
           READ REPDEF-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-DEFS.
           IF END-OF-DEFS = "N"
               ADD 1 TO DEF-LIST-COUNT
               DISPLAY RD-NAME " " RD-TITLE.

      * The same look the menu takes before each option: no file,
      * or no batch row yet, means no batch has ever run.
       CHECK-BATCH-STATE.
           MOVE "N" TO BATCH-ACTIVE.
           MOVE "N" TO BATCH-ROW-FOUND.
           OPEN INPUT SYSTEM-STATE-FILE.
           IF SYSTEM-STATE-FILE-STATUS = "00"
               PERFORM READ-BATCH-ROW
               CLOSE SYSTEM-STATE-FILE.

       READ-BATCH-ROW.
           MOVE SPACE TO SS-KEY.
           MOVE "B" TO SS-ROW-TYPE.
           MOVE ZEROES TO SS-SIGN-ON-DATE.
           MOVE ZEROES TO SS-SIGN-ON-TIME.
           READ SYSTEM-STATE-FILE RECORD
               INVALID KEY
                   MOVE "I" TO SS-BATCH-STATE
               NOT INVALID KEY
                   MOVE "Y" TO BATCH-ROW-FOUND
           END-READ.
           IF SS-BATCH-ACTIVE
               MOVE "Y" TO BATCH-ACTIVE.

      * Everything is read in one short open and shown after, so
      * the file is not held while the operator reads the screen.
      * A supervisor may then clear a session row left behind by a
      * station that went down without leaving the menu, and put
      * back to idle a batch row left "on" by a window that died;
      * either would otherwise keep the batch waiting or the menus
      * read-only until someone edited the file by hand.
       SHOW-SYSTEM-STATE.
           DISPLAY " ".
           MOVE "N" TO BATCH-ACTIVE.
           MOVE "N" TO BATCH-ROW-FOUND.
           MOVE ZEROES TO SESSION-COUNT.
           DISPLAY TEXT-OPS-BATCH-TITLE.
           OPEN INPUT SYSTEM-STATE-FILE.
           IF SYSTEM-STATE-FILE-STATUS = "00"
               PERFORM READ-BATCH-ROW
               PERFORM SHOW-BATCH-ROW
               DISPLAY " "
               DISPLAY TEXT-OPS-SESSIONS-TITLE
               PERFORM LIST-SESSION-ROWS
               CLOSE SYSTEM-STATE-FILE
           ELSE
               DISPLAY TEXT-OPS-BATCH-NEVER
               DISPLAY " "
               DISPLAY TEXT-OPS-SESSIONS-TITLE.
           IF SESSION-COUNT = ZEROES
               DISPLAY TEXT-OPS-NO-SESSIONS.
           IF SESSION-SUPERVISOR AND SESSION-COUNT NOT = ZEROES
               PERFORM ASK-SESSION-TO-CLEAR.
           IF SESSION-SUPERVISOR AND BATCH-ACTIVE = "Y"
               PERFORM ASK-BATCH-RESET.

       SHOW-BATCH-ROW.
           IF BATCH-ROW-FOUND = "N"
               DISPLAY TEXT-OPS-BATCH-NEVER
           ELSE
               EVALUATE TRUE
                   WHEN SS-BATCH-WAITING
                       DISPLAY TEXT-OPS-BATCH-WAITING
                   WHEN SS-BATCH-RUNNING
                       DISPLAY TEXT-OPS-BATCH-RUNNING
                   WHEN OTHER
                       DISPLAY TEXT-OPS-BATCH-IDLE
               END-EVALUATE
               DISPLAY TEXT-OPS-BATCH-SINCE SS-STATE-DATE
                   "-" SS-STATE-TIME
               IF SS-BATCH-NOTE NOT = SPACE
                   DISPLAY TEXT-OPS-BATCH-NOTE SS-BATCH-NOTE.

      * The session rows sort after the batch row, so the list
      * starts at the first "S" key and runs to the end.
       LIST-SESSION-ROWS.
           MOVE "N" TO END-OF-SESSIONS.
           MOVE SPACE TO SS-KEY.
           MOVE "S" TO SS-ROW-TYPE.
           START SYSTEM-STATE-FILE KEY IS NOT LESS THAN SS-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-SESSIONS.
           PERFORM LIST-ONE-SESSION
           UNTIL END-OF-SESSIONS = "Y".

       LIST-ONE-SESSION.
           READ SYSTEM-STATE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-SESSIONS
           END-READ.
           IF END-OF-SESSIONS = "N" AND NOT SS-SESSION-ROW
               MOVE "Y" TO END-OF-SESSIONS.
           IF END-OF-SESSIONS = "N" AND SESSION-COUNT < 50
               ADD 1 TO SESSION-COUNT
               MOVE SS-KEY TO SESSION-KEY(SESSION-COUNT)
               MOVE SESSION-COUNT TO SESSION-COUNT-ED
               DISPLAY SESSION-COUNT-ED ". " SS-OPERATOR-ID
                   TEXT-OPS-SESSION-ROLE SS-OPERATOR-ROLE
                   TEXT-OPS-SESSION-SINCE SS-SIGN-ON-DATE
                   "-" SS-SIGN-ON-TIME.

      * A one-digit answer is taken apart the way GET-JOB-PICK
      * does it.
       ASK-SESSION-TO-CLEAR.
           DISPLAY " ".
           DISPLAY TEXT-OPS-ASK-CLEAR.
           MOVE ZEROES TO SESSION-PICK.
           MOVE SPACE TO SESSION-PICK-FIELD.
           ACCEPT SESSION-PICK-FIELD.
           IF SESSION-PICK-FIELD IS NUMERIC
               MOVE SESSION-PICK-FIELD TO SESSION-PICK
           ELSE
               IF SESSION-PICK-FIELD(1:1) IS NUMERIC AND
                  SESSION-PICK-FIELD(2:1) = SPACE
                   MOVE SESSION-PICK-FIELD(1:1) TO SESSION-PICK.
           IF SESSION-PICK > SESSION-COUNT
               DISPLAY ERROR-OPS-BAD-PICK
               MOVE ZEROES TO SESSION-PICK.
           IF SESSION-PICK NOT = ZEROES
               PERFORM CLEAR-PICKED-SESSION.

       CLEAR-PICKED-SESSION.
           OPEN I-O SYSTEM-STATE-FILE.
           IF SYSTEM-STATE-FILE-STATUS = "00"
               MOVE SESSION-KEY(SESSION-PICK) TO SS-KEY
               DELETE SYSTEM-STATE-FILE RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY TEXT-OPS-SESSION-CLEARED
               END-DELETE
               CLOSE SYSTEM-STATE-FILE.

       ASK-BATCH-RESET.
           DISPLAY " ".
           DISPLAY TEXT-OPS-ASK-BATCH-RESET.
           MOVE SPACE TO ANSWER-FIELD.
           ACCEPT ANSWER-FIELD.
           IF ANSWER-FIELD = "S" OR ANSWER-FIELD = "s" OR
              ANSWER-FIELD = "Y" OR ANSWER-FIELD = "y"
               PERFORM RESET-BATCH-ROW.

      * Only the state changes; the stamp says when it was reset
      * and the note of the last window is kept.
       RESET-BATCH-ROW.
           OPEN I-O SYSTEM-STATE-FILE.
           IF SYSTEM-STATE-FILE-STATUS = "00"
               PERFORM READ-BATCH-ROW
               IF BATCH-ROW-FOUND = "Y"
                   MOVE "I" TO SS-BATCH-STATE
                   ACCEPT SS-STATE-DATE FROM DATE YYYYMMDD
                   ACCEPT SS-STATE-TIME FROM TIME
                   REWRITE SYSTEM-STATE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           DISPLAY TEXT-OPS-BATCH-RESET
                   END-REWRITE
               END-IF
               CLOSE SYSTEM-STATE-FILE.


       COPY "LANGUAGE-LOAD.cbl".
