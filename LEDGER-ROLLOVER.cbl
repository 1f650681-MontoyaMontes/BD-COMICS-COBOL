       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-ROLLOVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "ROLLCTL-PHYSIC-FILE.cbl".
       COPY "ROLLLIVE-PHYSIC-FILE.cbl".
       COPY "ROLLWORK-PHYSIC-FILE.cbl".
       COPY "HISTARC-PHYSIC-FILE.cbl".
       COPY "ROLLRPT-PHYSIC-FILE.cbl".
       COPY "LOANHIST-PHYSIC-FILE.cbl".
       COPY "CONDHIST-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "ROLLCTL-LOGIC-FILE.cbl".
       COPY "ROLLLIVE-LOGIC-FILE.cbl".
       COPY "ROLLWORK-LOGIC-FILE.cbl".
       COPY "HISTARC-LOGIC-FILE.cbl".
       COPY "ROLLRPT-LOGIC-FILE.cbl".
       COPY "LOANHIST-LOGIC-FILE.cbl".
       COPY "CONDHIST-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "CHAINCALL-WS.cbl".
       77 ROLLOVER-FILE-STATUS PIC X(02).
       77 ROLL-LIVE-FILE-STATUS PIC X(02).
       77 ROLL-WORK-FILE-STATUS PIC X(02).
       77 HISTORY-ARCHIVE-STATUS PIC X(02).
       77 LOAN-HISTORY-FILE-STATUS PIC X(02).
       77 CONDITION-HISTORY-FILE-STATUS PIC X(02).
       77 LIVE-OPEN-STATUS PIC X(02).
       77 ROLL-LIVE-NAME PIC X(40).
       77 HISTORY-ARCHIVE-NAME PIC X(40).
       77 COPY-STATUS PIC S9(09) COMP-5.
      * Same name the work file's SELECT assigns; kept as a literal
      * here for the plain file copy over the live ledger. The
      * live file is set aside first as the save copy, which stays
      * on disk until the next run as the last fallback.
       77 WORK-FILE-NAME PIC X(40) VALUE "bd-comic-rollover-work.dat".
       77 SAVE-FILE-NAME PIC X(40) VALUE "bd-comic-rollover-save.dat".
       77 CONTROL-OK PIC X.
       77 COMICS-OPEN PIC X.
       77 COMIC-FOUND PIC X.
       77 LEDGER-OK PIC X.
       77 END-OF-LEDGER PIC X.
       77 END-OF-ARCHIVE PIC X.
       77 KEEP-REST PIC X.
       77 LINE-ROUTE PIC X.
       77 YEAR-FOUND PIC X.
       77 OPEN-ARCHIVE-YEAR PIC 9(04).
       77 LEDGER-INDEX PIC 9(01).
       77 YEAR-COUNT PIC 9(02).
       77 YEAR-INDEX PIC 9(02).
       77 LIVE-READ-COUNT PIC 9(09).
       77 KEPT-COUNT PIC 9(09).
       77 MOVED-COUNT PIC 9(09).
       77 ARCHIVE-LINE-COUNT PIC 9(09).
       77 EXPECTED-COUNT PIC 9(09).
       77 COPY-LIMIT PIC 9(09).
       77 LAST-MOVED-SEQUENCE PIC 9(09).
       77 LAST-MOVED-CHECK PIC 9(08).
       77 TAKEN-OFF-COUNT PIC 9(09).
       77 TOTAL-READ-COUNT PIC 9(07).
       77 TOTAL-MOVED-COUNT PIC 9(07).
       77 TOTAL-FAILED-COUNT PIC 9(07).
       77 PROBLEM-TEXT PIC X(80).
       77 COUNT-ED PIC Z(8)9.
       77 SECOND-COUNT-ED PIC Z(8)9.
       77 TODAY-DATE PIC 9(08).
       77 TODAY-YEAR PIC 9(04).

      * The date a line is filed under, from wherever its ledger
      * keeps it; the year part decides which archive it goes to.
       01 LINE-DATE-TEXT PIC X(08).
       01 LINE-DATE REDEFINES LINE-DATE-TEXT PIC 9(08).
       01 LINE-DATE-PARTS REDEFINES LINE-DATE-TEXT.
           05 LINE-YEAR PIC 9(04).
           05 FILLER    PIC X(04).

      * Sequence number and check value of a chained line, taken
      * from the line text itself.
       01 LINK-TEXT.
           05 LINK-SEQUENCE PIC 9(09).
           05 LINK-CHECK    PIC 9(08).

      * The ledgers the rollover covers: the code on the control
      * file, the live file, the stem and extension the yearly
      * archive names are built from, where in the line the date
      * sits, where a chained ledger keeps its sequence number, the
      * chain it belongs to and how its lines are routed. "P" takes
      * only the run of closed-year lines at the front of the file,
      * so what stays behind is still in the order it was written
      * and a chain still follows on from the archive; "L" goes by
      * the loan's out-date, so every line of one loan ends up in
      * the same year, and leaves a loan still out on the live file;
      * "D" goes by each line's own date. The last column says
      * whether the live ledger is a line file ("S") or one kept
      * keyed by comic ("K"); a keyed ledger's order is not the
      * order it was written in, so it is never routed by "P".
       01 LEDGER-TABLE-VALUES.
           05 FILLER PIC X(08) VALUE "AUDIT".
           05 FILLER PIC X(40) VALUE "bd-comic-audit.log".
           05 FILLER PIC X(32) VALUE "bd-comic-audit".
           05 FILLER PIC X(04) VALUE ".log".
           05 FILLER PIC 9(03) VALUE 1.
           05 FILLER PIC 9(03) VALUE 261.
           05 FILLER PIC 9(01) VALUE 1.
           05 FILLER PIC X(01) VALUE "P".
           05 FILLER PIC X(01) VALUE "S".
           05 FILLER PIC X(08) VALUE "JOURNAL".
           05 FILLER PIC X(40) VALUE "bd-comic-journal.dat".
           05 FILLER PIC X(32) VALUE "bd-comic-journal".
           05 FILLER PIC X(04) VALUE ".dat".
           05 FILLER PIC 9(03) VALUE 1.
           05 FILLER PIC 9(03) VALUE 633.
           05 FILLER PIC 9(01) VALUE 2.
           05 FILLER PIC X(01) VALUE "P".
           05 FILLER PIC X(01) VALUE "S".
           05 FILLER PIC X(08) VALUE "IMAGES".
           05 FILLER PIC X(40) VALUE "bd-comic-audit-images.dat".
           05 FILLER PIC X(32) VALUE "bd-comic-audit-images".
           05 FILLER PIC X(04) VALUE ".dat".
           05 FILLER PIC 9(03) VALUE 1.
           05 FILLER PIC 9(03) VALUE 0.
           05 FILLER PIC 9(01) VALUE 0.
           05 FILLER PIC X(01) VALUE "P".
           05 FILLER PIC X(01) VALUE "S".
           05 FILLER PIC X(08) VALUE "VALUES".
           05 FILLER PIC X(40) VALUE "bd-comic-value-history.dat".
           05 FILLER PIC X(32) VALUE "bd-comic-value-history".
           05 FILLER PIC X(04) VALUE ".dat".
           05 FILLER PIC 9(03) VALUE 1.
           05 FILLER PIC 9(03) VALUE 0.
           05 FILLER PIC 9(01) VALUE 0.
           05 FILLER PIC X(01) VALUE "P".
           05 FILLER PIC X(01) VALUE "S".
           05 FILLER PIC X(08) VALUE "LOANS".
           05 FILLER PIC X(40) VALUE "bd-comic-loan-history.dat".
           05 FILLER PIC X(32) VALUE "bd-comic-loan-history".
           05 FILLER PIC X(04) VALUE ".dat".
           05 FILLER PIC 9(03) VALUE 36.
           05 FILLER PIC 9(03) VALUE 0.
           05 FILLER PIC 9(01) VALUE 0.
           05 FILLER PIC X(01) VALUE "L".
           05 FILLER PIC X(01) VALUE "K".
           05 FILLER PIC X(08) VALUE "GRADES".
           05 FILLER PIC X(40) VALUE "bd-comic-condition-history.dat".
           05 FILLER PIC X(32) VALUE "bd-comic-condition-history".
           05 FILLER PIC X(04) VALUE ".dat".
           05 FILLER PIC 9(03) VALUE 6.
           05 FILLER PIC 9(03) VALUE 0.
           05 FILLER PIC 9(01) VALUE 0.
           05 FILLER PIC X(01) VALUE "D".
           05 FILLER PIC X(01) VALUE "K".
       01 LEDGER-TABLE REDEFINES LEDGER-TABLE-VALUES.
           05 LEDGER-ENTRY OCCURS 6 TIMES.
               10 LT-CODE              PIC X(08).
               10 LT-LIVE-NAME         PIC X(40).
               10 LT-ARCHIVE-STEM      PIC X(32).
               10 LT-EXTENSION         PIC X(04).
               10 LT-DATE-POSITION     PIC 9(03).
               10 LT-SEQUENCE-POSITION PIC 9(03).
               10 LT-CHAIN-LEDGER      PIC 9(01).
               10 LT-ROUTING           PIC X(01).
               10 LT-ORGANIZATION      PIC X(01).

      * The ledger being worked on, copied out of its table row.
       01 CURRENT-LEDGER.
           05 CUR-CODE              PIC X(08).
               88 CUR-LOAN-LEDGER      VALUE "LOANS".
               88 CUR-CONDITION-LEDGER VALUE "GRADES".
           05 CUR-ARCHIVE-STEM      PIC X(32).
           05 CUR-EXTENSION         PIC X(04).
           05 CUR-DATE-POSITION     PIC 9(03).
           05 CUR-SEQUENCE-POSITION PIC 9(03).
           05 CUR-CHAIN-LEDGER      PIC 9(01).
           05 CUR-ROUTING           PIC X(01).
               88 CUR-FRONT-RUN     VALUE "P".
               88 CUR-WHOLE-LOANS   VALUE "L".
           05 CUR-ORGANIZATION      PIC X(01).
               88 CUR-KEYED-LEDGER  VALUE "K".

      * One row per closed year the current ledger sends lines to:
      * how many lines its archive held before the run, as counted
      * on disk and as the control row says, and what this run
      * added to it.
       01 YEAR-TABLE.
           05 YEAR-ENTRY OCCURS 50 TIMES.
               10 YT-YEAR           PIC 9(04).
               10 YT-ARCHIVE-NAME   PIC X(40).
               10 YT-BEFORE-COUNT   PIC 9(09).
               10 YT-ROW-COUNT      PIC 9(09).
               10 YT-MOVED-COUNT    PIC 9(09).
               10 YT-FIRST-DATE     PIC 9(08).
               10 YT-LAST-DATE      PIC 9(08).
               10 YT-LAST-SEQUENCE  PIC 9(09).
               10 YT-LAST-CHECK     PIC 9(08).

       COPY "ROLLOVER-WS-ESP.cbl".

      * Year-end job that takes the closed years off the history
      * ledgers the enquiries read end to end: the audit log, the
      * day journal, the before/after image ledger, the value,
      * loan and condition histories. Every line dated before the
      * current year is appended to a file of its own for that
      * ledger and year, say bd-comic-audit-2025.log, and the rest
      * goes to a work file. Nothing on the live file is touched
      * until the counts agree: lines read must be lines kept plus
      * lines moved, the work file must hold the kept ones, and
      * each archive must have grown by exactly what was moved
      * into it from what its control row last said. Only then is
      * the work file copied over the live one and the control
      * rows written; otherwise the archives are cut back to what
      * they held and the live file stays as it was. The loan and
      * condition histories are keyed files, which cannot be
      * copied over like a line file: for them the kept entries
      * stay where they are, the work file takes the moved ones,
      * and once the counts agree those are deleted from the
      * keyed file by key, and written back should the deleting
      * not come out right. A chained
      * ledger's chain is moved on to start after the last line
      * archived, so the verification job still passes. Run it in
      * the batch window, with nobody signed on to write lines.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           DISPLAY TEXT-ROLL-START.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE(1:4) TO TODAY-YEAR.
           MOVE ZEROES TO TOTAL-READ-COUNT.
           MOVE ZEROES TO TOTAL-MOVED-COUNT.
           MOVE ZEROES TO TOTAL-FAILED-COUNT.
           OPEN OUTPUT ROLL-REPORT-FILE.
           MOVE TEXT-ROLL-TITLE TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           PERFORM OPEN-ROLLOVER-CONTROL.
           IF CONTROL-OK = "Y"
               PERFORM OPEN-COMICS-FOR-LOANS
               MOVE ZEROES TO LEDGER-INDEX
               PERFORM ROLL-ONE-LEDGER
               UNTIL LEDGER-INDEX = 6
               IF COMICS-OPEN = "Y"
                   CLOSE COMICS-FILE
               END-IF
               CLOSE ROLLOVER-FILE
           ELSE
               MOVE TEXT-ROLL-NO-CONTROL TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
               MOVE "ERROR" TO RLC-STATUS.
           CLOSE ROLL-REPORT-FILE.
           IF RLC-STATUS = "ERROR"
               DISPLAY TEXT-ROLL-WITH-ERRORS
           ELSE
               DISPLAY TEXT-ROLL-DONE.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

       OPEN-ROLLOVER-CONTROL.
           MOVE "Y" TO CONTROL-OK.
           OPEN I-O ROLLOVER-FILE.
           IF ROLLOVER-FILE-STATUS = "35"
               OPEN OUTPUT ROLLOVER-FILE
               CLOSE ROLLOVER-FILE
               OPEN I-O ROLLOVER-FILE.
           IF ROLLOVER-FILE-STATUS NOT = "00"
               MOVE "N" TO CONTROL-OK.

      * Without the comics file there is no telling which loans are
      * still out, so the loan history is left whole that run.
       OPEN-COMICS-FOR-LOANS.
           MOVE "Y" TO COMICS-OPEN.
           OPEN INPUT COMICS-FILE.
           IF COMICS-FILE-STATUS NOT = "00"
               MOVE "N" TO COMICS-OPEN.

       ROLL-ONE-LEDGER.
           ADD 1 TO LEDGER-INDEX.
           MOVE LT-CODE(LEDGER-INDEX) TO CUR-CODE.
           MOVE LT-LIVE-NAME(LEDGER-INDEX) TO ROLL-LIVE-NAME.
           MOVE LT-ARCHIVE-STEM(LEDGER-INDEX) TO CUR-ARCHIVE-STEM.
           MOVE LT-EXTENSION(LEDGER-INDEX) TO CUR-EXTENSION.
           MOVE LT-DATE-POSITION(LEDGER-INDEX) TO CUR-DATE-POSITION.
           MOVE LT-SEQUENCE-POSITION(LEDGER-INDEX)
               TO CUR-SEQUENCE-POSITION.
           MOVE LT-CHAIN-LEDGER(LEDGER-INDEX) TO CUR-CHAIN-LEDGER.
           MOVE LT-ROUTING(LEDGER-INDEX) TO CUR-ROUTING.
           MOVE LT-ORGANIZATION(LEDGER-INDEX) TO CUR-ORGANIZATION.
           MOVE ZEROES TO LIVE-READ-COUNT.
           MOVE ZEROES TO KEPT-COUNT.
           MOVE ZEROES TO MOVED-COUNT.
           MOVE ZEROES TO YEAR-COUNT.
           MOVE ZEROES TO LAST-MOVED-SEQUENCE.
           MOVE ZEROES TO LAST-MOVED-CHECK.
           MOVE "Y" TO LEDGER-OK.
           MOVE SPACE TO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           MOVE SPACE TO ROLL-REPORT-LINE.
           STRING TEXT-ROLL-LEDGER-LABEL DELIMITED BY SIZE
                  CUR-CODE DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ROLL-LIVE-NAME DELIMITED BY SPACE
                  INTO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.
           IF CUR-WHOLE-LOANS AND COMICS-OPEN = "N"
               MOVE TEXT-ROLL-NO-COMICS TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
           ELSE
               PERFORM ROLL-THE-LIVE-FILE.

       ROLL-THE-LIVE-FILE.
           PERFORM OPEN-LIVE-LEDGER.
           IF LIVE-OPEN-STATUS = "35"
               MOVE TEXT-ROLL-NO-FILE TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
           ELSE
               PERFORM SPLIT-THE-LEDGER
               PERFORM SETTLE-THE-LEDGER.

      * A keyed ledger is opened under its own SELECT and each of
      * its entries is read into ROLL-LIVE-LINE, where the routing
      * finds the dates at the same places as on the line file.
       OPEN-LIVE-LEDGER.
           EVALUATE TRUE
               WHEN CUR-LOAN-LEDGER
                   OPEN INPUT LOAN-HISTORY-FILE
                   MOVE LOAN-HISTORY-FILE-STATUS TO LIVE-OPEN-STATUS
               WHEN CUR-CONDITION-LEDGER
                   OPEN INPUT CONDITION-HISTORY-FILE
                   MOVE CONDITION-HISTORY-FILE-STATUS
                       TO LIVE-OPEN-STATUS
               WHEN OTHER
                   OPEN INPUT ROLL-LIVE-FILE
                   MOVE ROLL-LIVE-FILE-STATUS TO LIVE-OPEN-STATUS
           END-EVALUATE.

       CLOSE-LIVE-LEDGER.
           EVALUATE TRUE
               WHEN CUR-LOAN-LEDGER
                   CLOSE LOAN-HISTORY-FILE
               WHEN CUR-CONDITION-LEDGER
                   CLOSE CONDITION-HISTORY-FILE
               WHEN OTHER
                   CLOSE ROLL-LIVE-FILE
           END-EVALUATE.

       SPLIT-THE-LEDGER.
           OPEN OUTPUT ROLL-WORK-FILE.
           MOVE "N" TO END-OF-LEDGER.
           MOVE "N" TO KEEP-REST.
           MOVE ZEROES TO OPEN-ARCHIVE-YEAR.
           PERFORM READ-LIVE-LINE.
           PERFORM ROUTE-ONE-LINE
           UNTIL END-OF-LEDGER = "Y".
           IF OPEN-ARCHIVE-YEAR NOT = ZEROES
               CLOSE HISTORY-ARCHIVE-FILE.
           PERFORM CLOSE-LIVE-LEDGER.
           CLOSE ROLL-WORK-FILE.
           ADD LIVE-READ-COUNT TO TOTAL-READ-COUNT.

       READ-LIVE-LINE.
           MOVE SPACE TO ROLL-LIVE-LINE.
           EVALUATE TRUE
               WHEN CUR-LOAN-LEDGER
                   READ LOAN-HISTORY-FILE NEXT RECORD
                       AT END
                       MOVE "Y" TO END-OF-LEDGER
                       NOT AT END
                       MOVE LOAN-HISTORY-RECORD TO ROLL-LIVE-LINE
                   END-READ
               WHEN CUR-CONDITION-LEDGER
                   READ CONDITION-HISTORY-FILE NEXT RECORD
                       AT END
                       MOVE "Y" TO END-OF-LEDGER
                       NOT AT END
                       MOVE CONDITION-HISTORY-RECORD TO ROLL-LIVE-LINE
                   END-READ
               WHEN OTHER
                   READ ROLL-LIVE-FILE
                       AT END
                       MOVE "Y" TO END-OF-LEDGER
                   END-READ
           END-EVALUATE.

      * An archive that cannot be written turns the line back to
      * the live file, so nothing is ever lost on the way.
       ROUTE-ONE-LINE.
           ADD 1 TO LIVE-READ-COUNT.
           PERFORM DECIDE-LINE-ROUTE.
           IF LINE-ROUTE = "A"
               PERFORM ARCHIVE-ONE-LINE.
           IF LINE-ROUTE = "K"
               PERFORM KEEP-ONE-LINE.
           PERFORM READ-LIVE-LINE.

      * A line whose date cannot be read stays live, and on a
      * front-run ledger so does everything after it.
       DECIDE-LINE-ROUTE.
           MOVE "K" TO LINE-ROUTE.
           MOVE ROLL-LIVE-LINE(CUR-DATE-POSITION:8) TO LINE-DATE-TEXT.
           IF KEEP-REST = "N" AND LINE-DATE-TEXT IS NUMERIC
               IF LINE-YEAR > ZEROES AND LINE-YEAR < TODAY-YEAR
                   MOVE "A" TO LINE-ROUTE
               END-IF.
           IF LINE-ROUTE = "A" AND CUR-WHOLE-LOANS
               PERFORM CHECK-LOAN-STILL-OUT.

      * The loan is still out when the comic carries a borrower
      * and its loan date is this line's out-date; every line of
      * that loan stays live until it comes back.
       CHECK-LOAN-STILL-OUT.
           MOVE "N" TO COMIC-FOUND.
           IF ROLL-LIVE-LINE(1:5) IS NUMERIC
               MOVE ROLL-LIVE-LINE(1:5) TO COMIC-ID
               MOVE "Y" TO COMIC-FOUND
               READ COMICS-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO COMIC-FOUND
               END-READ.
           IF COMIC-FOUND = "Y" AND LOAN-TO-NAME NOT = SPACE
              AND LOAN-DATE = LINE-DATE
               MOVE "K" TO LINE-ROUTE.

      * A kept entry of a keyed ledger simply stays where it is.
       KEEP-ONE-LINE.
           IF NOT CUR-KEYED-LEDGER
               WRITE ROLL-WORK-LINE FROM ROLL-LIVE-LINE.
           ADD 1 TO KEPT-COUNT.
           IF CUR-FRONT-RUN
               MOVE "Y" TO KEEP-REST.

       ARCHIVE-ONE-LINE.
           IF LINE-YEAR NOT = OPEN-ARCHIVE-YEAR
               PERFORM SWITCH-ARCHIVE-YEAR.
           IF LINE-ROUTE = "A"
               PERFORM WRITE-ARCHIVE-LINE.

      * A moved entry of a keyed ledger also goes to the work file,
      * which then lists the keys to delete once the counts agree.
       WRITE-ARCHIVE-LINE.
           WRITE HISTORY-ARCHIVE-LINE FROM ROLL-LIVE-LINE.
           IF CUR-KEYED-LEDGER
               WRITE ROLL-WORK-LINE FROM ROLL-LIVE-LINE.
           ADD 1 TO MOVED-COUNT.
           ADD 1 TO YT-MOVED-COUNT(YEAR-INDEX).
           IF YT-FIRST-DATE(YEAR-INDEX) = ZEROES OR
              LINE-DATE < YT-FIRST-DATE(YEAR-INDEX)
               MOVE LINE-DATE TO YT-FIRST-DATE(YEAR-INDEX).
           IF LINE-DATE > YT-LAST-DATE(YEAR-INDEX)
               MOVE LINE-DATE TO YT-LAST-DATE(YEAR-INDEX).
           IF CUR-SEQUENCE-POSITION NOT = ZEROES
               PERFORM NOTE-MOVED-LINK.

       NOTE-MOVED-LINK.
           MOVE ROLL-LIVE-LINE(CUR-SEQUENCE-POSITION:17) TO LINK-TEXT.
           IF LINK-SEQUENCE IS NUMERIC AND LINK-CHECK IS NUMERIC
               MOVE LINK-SEQUENCE TO YT-LAST-SEQUENCE(YEAR-INDEX)
               MOVE LINK-CHECK TO YT-LAST-CHECK(YEAR-INDEX)
               MOVE LINK-SEQUENCE TO LAST-MOVED-SEQUENCE
               MOVE LINK-CHECK TO LAST-MOVED-CHECK.

      * Loan lines, and the entries of a keyed ledger, can come in
      * any year order, so the archive open is changed whenever the
      * year does.
       SWITCH-ARCHIVE-YEAR.
           IF OPEN-ARCHIVE-YEAR NOT = ZEROES
               CLOSE HISTORY-ARCHIVE-FILE.
           MOVE ZEROES TO OPEN-ARCHIVE-YEAR.
           PERFORM FIND-YEAR-ENTRY.
           IF LINE-ROUTE = "A"
               PERFORM OPEN-YEAR-ARCHIVE.

       FIND-YEAR-ENTRY.
           MOVE "N" TO YEAR-FOUND.
           MOVE ZEROES TO YEAR-INDEX.
           PERFORM SCAN-YEAR-TABLE
           UNTIL YEAR-FOUND = "Y" OR YEAR-INDEX = YEAR-COUNT.
           IF YEAR-FOUND = "N"
               PERFORM ADD-YEAR-ENTRY.

       SCAN-YEAR-TABLE.
           ADD 1 TO YEAR-INDEX.
           IF YT-YEAR(YEAR-INDEX) = LINE-YEAR
               MOVE "Y" TO YEAR-FOUND.

      * A year met for the first time gets its archive name, the
      * lines the archive already holds and what its control row
      * says it should hold; the two are compared before the live
      * file is cut back.
       ADD-YEAR-ENTRY.
           IF YEAR-COUNT = 50
               MOVE TEXT-ROLL-PROBLEM-FULL TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
               MOVE "K" TO LINE-ROUTE
           ELSE
               ADD 1 TO YEAR-COUNT
               MOVE YEAR-COUNT TO YEAR-INDEX
               MOVE LINE-YEAR TO YT-YEAR(YEAR-INDEX)
               MOVE SPACE TO YT-ARCHIVE-NAME(YEAR-INDEX)
               STRING CUR-ARCHIVE-STEM DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      LINE-YEAR DELIMITED BY SIZE
                      CUR-EXTENSION DELIMITED BY SPACE
                      INTO YT-ARCHIVE-NAME(YEAR-INDEX)
               MOVE ZEROES TO YT-MOVED-COUNT(YEAR-INDEX)
               MOVE ZEROES TO YT-FIRST-DATE(YEAR-INDEX)
               MOVE ZEROES TO YT-LAST-DATE(YEAR-INDEX)
               MOVE ZEROES TO YT-LAST-SEQUENCE(YEAR-INDEX)
               MOVE ZEROES TO YT-LAST-CHECK(YEAR-INDEX)
               MOVE YT-ARCHIVE-NAME(YEAR-INDEX) TO HISTORY-ARCHIVE-NAME
               PERFORM COUNT-ARCHIVE-LINES
               MOVE ARCHIVE-LINE-COUNT TO YT-BEFORE-COUNT(YEAR-INDEX)
               PERFORM READ-YEAR-CONTROL-ROW.

       READ-YEAR-CONTROL-ROW.
           MOVE CUR-CODE TO ROLL-LEDGER.
           MOVE LINE-YEAR TO ROLL-YEAR.
           MOVE ZEROES TO YT-ROW-COUNT(YEAR-INDEX).
           READ ROLLOVER-FILE RECORD
               INVALID KEY
               MOVE ZEROES TO ROLL-LINE-COUNT.
           MOVE ROLL-LINE-COUNT TO YT-ROW-COUNT(YEAR-INDEX).

       OPEN-YEAR-ARCHIVE.
           MOVE YT-ARCHIVE-NAME(YEAR-INDEX) TO HISTORY-ARCHIVE-NAME.
           OPEN EXTEND HISTORY-ARCHIVE-FILE.
           IF HISTORY-ARCHIVE-STATUS = "35"
               OPEN OUTPUT HISTORY-ARCHIVE-FILE.
           IF HISTORY-ARCHIVE-STATUS = "00"
               MOVE LINE-YEAR TO OPEN-ARCHIVE-YEAR
           ELSE
               MOVE SPACE TO ROLL-REPORT-LINE
               STRING TEXT-ROLL-PROBLEM-OPEN DELIMITED BY SIZE
                      HISTORY-ARCHIVE-NAME DELIMITED BY SPACE
                      INTO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
               MOVE "K" TO LINE-ROUTE.

       COUNT-ARCHIVE-LINES.
           MOVE ZEROES TO ARCHIVE-LINE-COUNT.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           IF HISTORY-ARCHIVE-STATUS = "00"
               MOVE "N" TO END-OF-ARCHIVE
               PERFORM READ-ARCHIVE-LINE
               PERFORM COUNT-ONE-ARCHIVE-LINE
               UNTIL END-OF-ARCHIVE = "Y"
               CLOSE HISTORY-ARCHIVE-FILE.

       READ-ARCHIVE-LINE.
           READ HISTORY-ARCHIVE-FILE
           AT END
               MOVE "Y" TO END-OF-ARCHIVE.

       COUNT-ONE-ARCHIVE-LINE.
           ADD 1 TO ARCHIVE-LINE-COUNT.
           PERFORM READ-ARCHIVE-LINE.

      * Counts first, then the live file, then the control rows;
      * a failure at any point puts the archives back as they were.
       SETTLE-THE-LEDGER.
           IF MOVED-COUNT = ZEROES
               MOVE TEXT-ROLL-NOTHING TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
           ELSE
               PERFORM CONFIRM-THE-COUNTS
               PERFORM REPLACE-LIVE-FILE
               PERFORM FINISH-THE-LEDGER.

       CONFIRM-THE-COUNTS.
           COMPUTE EXPECTED-COUNT = KEPT-COUNT + MOVED-COUNT.
           IF LIVE-READ-COUNT NOT = EXPECTED-COUNT
               MOVE LIVE-READ-COUNT TO ARCHIVE-LINE-COUNT
               MOVE TEXT-ROLL-PROBLEM-SPLIT TO PROBLEM-TEXT
               PERFORM REPORT-COUNT-PROBLEM.
           PERFORM COUNT-WORK-LINES.
           IF CUR-KEYED-LEDGER
               IF ARCHIVE-LINE-COUNT NOT = MOVED-COUNT
                   MOVE MOVED-COUNT TO EXPECTED-COUNT
                   MOVE TEXT-ROLL-PROBLEM-MOVED-WORK TO PROBLEM-TEXT
                   PERFORM REPORT-COUNT-PROBLEM
               END-IF
           ELSE
               IF ARCHIVE-LINE-COUNT NOT = KEPT-COUNT
                   MOVE KEPT-COUNT TO EXPECTED-COUNT
                   MOVE TEXT-ROLL-PROBLEM-WORK TO PROBLEM-TEXT
                   PERFORM REPORT-COUNT-PROBLEM.
           MOVE ZEROES TO YEAR-INDEX.
           PERFORM CONFIRM-ONE-YEAR
           UNTIL YEAR-INDEX = YEAR-COUNT.

       COUNT-WORK-LINES.
           MOVE ZEROES TO ARCHIVE-LINE-COUNT.
           MOVE "N" TO END-OF-ARCHIVE.
           OPEN INPUT ROLL-WORK-FILE.
           PERFORM READ-WORK-LINE.
           PERFORM COUNT-ONE-WORK-LINE
           UNTIL END-OF-ARCHIVE = "Y".
           CLOSE ROLL-WORK-FILE.

       READ-WORK-LINE.
           READ ROLL-WORK-FILE
           AT END
               MOVE "Y" TO END-OF-ARCHIVE.

       COUNT-ONE-WORK-LINE.
           ADD 1 TO ARCHIVE-LINE-COUNT.
           PERFORM READ-WORK-LINE.

      * The archive must have been as the control row left it, and
      * must now hold that many lines plus this run's.
       CONFIRM-ONE-YEAR.
           ADD 1 TO YEAR-INDEX.
           IF YT-BEFORE-COUNT(YEAR-INDEX) NOT = YT-ROW-COUNT(YEAR-INDEX)
               MOVE YT-BEFORE-COUNT(YEAR-INDEX) TO ARCHIVE-LINE-COUNT
               MOVE YT-ROW-COUNT(YEAR-INDEX) TO EXPECTED-COUNT
               MOVE SPACE TO PROBLEM-TEXT
               STRING TEXT-ROLL-PROBLEM-CONTROL DELIMITED BY SIZE
                      YT-ARCHIVE-NAME(YEAR-INDEX) DELIMITED BY SPACE
                      INTO PROBLEM-TEXT
               PERFORM REPORT-COUNT-PROBLEM.
           MOVE YT-ARCHIVE-NAME(YEAR-INDEX) TO HISTORY-ARCHIVE-NAME.
           PERFORM COUNT-ARCHIVE-LINES.
           COMPUTE EXPECTED-COUNT = YT-BEFORE-COUNT(YEAR-INDEX)
                                  + YT-MOVED-COUNT(YEAR-INDEX).
           IF ARCHIVE-LINE-COUNT NOT = EXPECTED-COUNT
               MOVE SPACE TO PROBLEM-TEXT
               STRING TEXT-ROLL-PROBLEM-ARCHIVE DELIMITED BY SIZE
                      YT-ARCHIVE-NAME(YEAR-INDEX) DELIMITED BY SPACE
                      INTO PROBLEM-TEXT
               PERFORM REPORT-COUNT-PROBLEM.

       REPORT-COUNT-PROBLEM.
           MOVE "N" TO LEDGER-OK.
           MOVE ARCHIVE-LINE-COUNT TO COUNT-ED.
           MOVE EXPECTED-COUNT TO SECOND-COUNT-ED.
           MOVE SPACE TO ROLL-REPORT-LINE.
           STRING PROBLEM-TEXT DELIMITED BY SIZE
                  TEXT-ROLL-FOUND-LABEL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  TEXT-ROLL-EXPECTED-LABEL DELIMITED BY SIZE
                  SECOND-COUNT-ED DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.

      * The live file is set aside before the work file goes over
      * it, and put back if the copy does not come out with the
      * kept lines.
       REPLACE-LIVE-FILE.
           IF CUR-KEYED-LEDGER
               PERFORM TAKE-MOVED-ENTRIES-OFF
           ELSE
               PERFORM COPY-WORK-OVER-LIVE.

       COPY-WORK-OVER-LIVE.
           IF LEDGER-OK = "Y"
               CALL "CBL_COPY_FILE" USING ROLL-LIVE-NAME SAVE-FILE-NAME
                   RETURNING COPY-STATUS
               IF COPY-STATUS NOT = ZERO
                   MOVE "N" TO LEDGER-OK
               END-IF.
           IF LEDGER-OK = "Y"
               CALL "CBL_COPY_FILE" USING WORK-FILE-NAME ROLL-LIVE-NAME
                   RETURNING COPY-STATUS
               PERFORM COUNT-NEW-LIVE-LINES
               IF COPY-STATUS NOT = ZERO OR
                  ARCHIVE-LINE-COUNT NOT = KEPT-COUNT
                   CALL "CBL_COPY_FILE" USING SAVE-FILE-NAME
                       ROLL-LIVE-NAME
                       RETURNING COPY-STATUS
                   MOVE "N" TO LEDGER-OK
                   MOVE TEXT-ROLL-PROBLEM-REPLACE TO ROLL-REPORT-LINE
                   WRITE ROLL-REPORT-LINE
               END-IF.

       COUNT-NEW-LIVE-LINES.
           MOVE ZEROES TO ARCHIVE-LINE-COUNT.
           MOVE "N" TO END-OF-LEDGER.
           PERFORM OPEN-LIVE-LEDGER.
           IF LIVE-OPEN-STATUS = "00"
               PERFORM READ-LIVE-LINE
               PERFORM COUNT-ONE-LIVE-LINE
               UNTIL END-OF-LEDGER = "Y"
               PERFORM CLOSE-LIVE-LEDGER.

       COUNT-ONE-LIVE-LINE.
           ADD 1 TO ARCHIVE-LINE-COUNT.
           PERFORM READ-LIVE-LINE.

      * Every entry listed on the work file is deleted by its key;
      * the keyed file must then hold exactly the kept entries. If
      * either count is off, the deleted entries are written back
      * from the work file, so the keyed file ends the run whole.
       TAKE-MOVED-ENTRIES-OFF.
           MOVE ZEROES TO TAKEN-OFF-COUNT.
           IF LEDGER-OK = "Y"
               PERFORM OPEN-KEYED-LEDGER-I-O
               IF LIVE-OPEN-STATUS NOT = "00"
                   MOVE "N" TO LEDGER-OK
                   MOVE TEXT-ROLL-PROBLEM-REPLACE TO ROLL-REPORT-LINE
                   WRITE ROLL-REPORT-LINE
               END-IF.
           IF LEDGER-OK = "Y"
               MOVE "N" TO END-OF-ARCHIVE
               OPEN INPUT ROLL-WORK-FILE
               PERFORM READ-WORK-LINE
               PERFORM DELETE-ONE-MOVED-ENTRY
               UNTIL END-OF-ARCHIVE = "Y"
               CLOSE ROLL-WORK-FILE
               PERFORM CLOSE-LIVE-LEDGER
               PERFORM CONFIRM-ENTRIES-TAKEN-OFF.

       OPEN-KEYED-LEDGER-I-O.
           IF CUR-LOAN-LEDGER
               OPEN I-O LOAN-HISTORY-FILE
               MOVE LOAN-HISTORY-FILE-STATUS TO LIVE-OPEN-STATUS
           ELSE
               OPEN I-O CONDITION-HISTORY-FILE
               MOVE CONDITION-HISTORY-FILE-STATUS TO LIVE-OPEN-STATUS.

       DELETE-ONE-MOVED-ENTRY.
           IF CUR-LOAN-LEDGER
               MOVE ROLL-WORK-LINE TO LOAN-HISTORY-RECORD
               DELETE LOAN-HISTORY-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   ADD 1 TO TAKEN-OFF-COUNT
               END-DELETE
           ELSE
               MOVE ROLL-WORK-LINE TO CONDITION-HISTORY-RECORD
               DELETE CONDITION-HISTORY-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   ADD 1 TO TAKEN-OFF-COUNT
               END-DELETE.
           PERFORM READ-WORK-LINE.

       CONFIRM-ENTRIES-TAKEN-OFF.
           IF TAKEN-OFF-COUNT NOT = MOVED-COUNT
               MOVE TAKEN-OFF-COUNT TO ARCHIVE-LINE-COUNT
               MOVE MOVED-COUNT TO EXPECTED-COUNT
               MOVE TEXT-ROLL-PROBLEM-TAKEN TO PROBLEM-TEXT
               PERFORM REPORT-COUNT-PROBLEM.
           IF LEDGER-OK = "Y"
               PERFORM COUNT-NEW-LIVE-LINES
               IF ARCHIVE-LINE-COUNT NOT = KEPT-COUNT
                   MOVE KEPT-COUNT TO EXPECTED-COUNT
                   MOVE TEXT-ROLL-PROBLEM-LEFT TO PROBLEM-TEXT
                   PERFORM REPORT-COUNT-PROBLEM
               END-IF.
           IF LEDGER-OK = "N"
               PERFORM PUT-MOVED-ENTRIES-BACK.

      * An entry that was never deleted is already on file, and its
      * write back is simply refused.
       PUT-MOVED-ENTRIES-BACK.
           PERFORM OPEN-KEYED-LEDGER-I-O.
           IF LIVE-OPEN-STATUS = "00"
               MOVE "N" TO END-OF-ARCHIVE
               OPEN INPUT ROLL-WORK-FILE
               PERFORM READ-WORK-LINE
               PERFORM WRITE-ONE-ENTRY-BACK
               UNTIL END-OF-ARCHIVE = "Y"
               CLOSE ROLL-WORK-FILE
               PERFORM CLOSE-LIVE-LEDGER.

       WRITE-ONE-ENTRY-BACK.
           IF CUR-LOAN-LEDGER
               MOVE ROLL-WORK-LINE TO LOAN-HISTORY-RECORD
               WRITE LOAN-HISTORY-RECORD
                   INVALID KEY
                   CONTINUE
               END-WRITE
           ELSE
               MOVE ROLL-WORK-LINE TO CONDITION-HISTORY-RECORD
               WRITE CONDITION-HISTORY-RECORD
                   INVALID KEY
                   CONTINUE
               END-WRITE.
           PERFORM READ-WORK-LINE.

       FINISH-THE-LEDGER.
           IF LEDGER-OK = "Y"
               MOVE ZEROES TO YEAR-INDEX
               PERFORM RECORD-ONE-YEAR
               UNTIL YEAR-INDEX = YEAR-COUNT
               PERFORM MOVE-CHAIN-BASE
               ADD MOVED-COUNT TO TOTAL-MOVED-COUNT
               PERFORM PRINT-LEDGER-TOTALS
               MOVE TEXT-ROLL-CONFIRMED TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE
           ELSE
               MOVE ZEROES TO YEAR-INDEX
               PERFORM UNDO-ONE-ARCHIVE
               UNTIL YEAR-INDEX = YEAR-COUNT
               ADD 1 TO TOTAL-FAILED-COUNT
               MOVE "ERROR" TO RLC-STATUS
               PERFORM PRINT-LEDGER-TOTALS
               MOVE TEXT-ROLL-FAILED TO ROLL-REPORT-LINE
               WRITE ROLL-REPORT-LINE.

      * The row keeps the widest date range the archive has held,
      * since a loan run into a year later can carry an older date.
       RECORD-ONE-YEAR.
           ADD 1 TO YEAR-INDEX.
           MOVE "Y" TO YEAR-FOUND.
           MOVE CUR-CODE TO ROLL-LEDGER.
           MOVE YT-YEAR(YEAR-INDEX) TO ROLL-YEAR.
           READ ROLLOVER-FILE RECORD
               INVALID KEY
               MOVE "N" TO YEAR-FOUND.
           IF YEAR-FOUND = "N"
               MOVE YT-FIRST-DATE(YEAR-INDEX) TO ROLL-FIRST-DATE
               MOVE YT-LAST-DATE(YEAR-INDEX) TO ROLL-LAST-DATE
               MOVE ZEROES TO ROLL-LAST-SEQUENCE
               MOVE ZEROES TO ROLL-LAST-CHECK.
           IF YT-FIRST-DATE(YEAR-INDEX) < ROLL-FIRST-DATE
               MOVE YT-FIRST-DATE(YEAR-INDEX) TO ROLL-FIRST-DATE.
           IF YT-LAST-DATE(YEAR-INDEX) > ROLL-LAST-DATE
               MOVE YT-LAST-DATE(YEAR-INDEX) TO ROLL-LAST-DATE.
           IF YT-LAST-SEQUENCE(YEAR-INDEX) NOT = ZEROES
               MOVE YT-LAST-SEQUENCE(YEAR-INDEX) TO ROLL-LAST-SEQUENCE
               MOVE YT-LAST-CHECK(YEAR-INDEX) TO ROLL-LAST-CHECK.
           MOVE YT-ARCHIVE-NAME(YEAR-INDEX) TO ROLL-ARCHIVE-NAME.
           COMPUTE ROLL-LINE-COUNT = YT-BEFORE-COUNT(YEAR-INDEX)
                                   + YT-MOVED-COUNT(YEAR-INDEX).
           MOVE TODAY-DATE TO ROLL-RUN-DATE.
           IF YEAR-FOUND = "Y"
               REWRITE ROLLOVER-RECORD
           ELSE
               WRITE ROLLOVER-RECORD.
           PERFORM PRINT-YEAR-LINE.

       PRINT-YEAR-LINE.
           MOVE YT-MOVED-COUNT(YEAR-INDEX) TO COUNT-ED.
           MOVE SPACE TO ROLL-REPORT-LINE.
           STRING TEXT-ROLL-YEAR-LABEL DELIMITED BY SIZE
                  YT-YEAR(YEAR-INDEX) DELIMITED BY SIZE
                  TEXT-ROLL-MOVED-LABEL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  TEXT-ROLL-FROM-LABEL DELIMITED BY SIZE
                  YT-FIRST-DATE(YEAR-INDEX) DELIMITED BY SIZE
                  TEXT-ROLL-TO-LABEL DELIMITED BY SIZE
                  YT-LAST-DATE(YEAR-INDEX) DELIMITED BY SIZE
                  TEXT-ROLL-INTO-LABEL DELIMITED BY SIZE
                  YT-ARCHIVE-NAME(YEAR-INDEX) DELIMITED BY SPACE
                  INTO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.

      * The live file now starts after the last line archived, so
      * that is where the chain check has to start from.
       MOVE-CHAIN-BASE.
           IF CUR-CHAIN-LEDGER NOT = ZEROES AND
              LAST-MOVED-SEQUENCE NOT = ZEROES
               MOVE "B" TO CCA-ACTION
               MOVE CUR-CHAIN-LEDGER TO CCA-LEDGER
               MOVE LAST-MOVED-SEQUENCE TO CCA-BASE-SEQUENCE
               MOVE LAST-MOVED-CHECK TO CCA-BASE-CHECK
               CALL "CHAIN-LINK" USING CHAIN-CALL-AREA.

      * Cuts an archive back to the lines it held before the run:
      * one the run started is removed, one it added to has its
      * older lines copied out through the work file and back.
       UNDO-ONE-ARCHIVE.
           ADD 1 TO YEAR-INDEX.
           MOVE YT-ARCHIVE-NAME(YEAR-INDEX) TO HISTORY-ARCHIVE-NAME.
           IF YT-BEFORE-COUNT(YEAR-INDEX) = ZEROES
               CALL "CBL_DELETE_FILE" USING HISTORY-ARCHIVE-NAME
           ELSE
               MOVE YT-BEFORE-COUNT(YEAR-INDEX) TO COPY-LIMIT
               PERFORM COPY-ARCHIVE-HEAD
               CALL "CBL_COPY_FILE" USING WORK-FILE-NAME
                   HISTORY-ARCHIVE-NAME
                   RETURNING COPY-STATUS.

       COPY-ARCHIVE-HEAD.
           MOVE ZEROES TO ARCHIVE-LINE-COUNT.
           MOVE "N" TO END-OF-ARCHIVE.
           OPEN OUTPUT ROLL-WORK-FILE.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           PERFORM READ-ARCHIVE-LINE.
           PERFORM COPY-ONE-HEAD-LINE
           UNTIL END-OF-ARCHIVE = "Y" OR
                 ARCHIVE-LINE-COUNT = COPY-LIMIT.
           CLOSE HISTORY-ARCHIVE-FILE.
           CLOSE ROLL-WORK-FILE.

       COPY-ONE-HEAD-LINE.
           WRITE ROLL-WORK-LINE FROM HISTORY-ARCHIVE-LINE.
           ADD 1 TO ARCHIVE-LINE-COUNT.
           PERFORM READ-ARCHIVE-LINE.

       PRINT-LEDGER-TOTALS.
           MOVE LIVE-READ-COUNT TO COUNT-ED.
           MOVE KEPT-COUNT TO SECOND-COUNT-ED.
           MOVE SPACE TO ROLL-REPORT-LINE.
           STRING TEXT-ROLL-READ-LABEL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  TEXT-ROLL-KEPT-LABEL DELIMITED BY SIZE
                  SECOND-COUNT-ED DELIMITED BY SIZE
                  INTO ROLL-REPORT-LINE.
           WRITE ROLL-REPORT-LINE.

       NOTE-RUN-START.
           MOVE "LEDGER-ROLLOVER" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE TOTAL-READ-COUNT TO RLC-READ-COUNT.
           MOVE TOTAL-MOVED-COUNT TO RLC-WRITTEN-COUNT.
           MOVE TOTAL-FAILED-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.
      * Set after the CALL: the subprogram comes back clean and
      * would wipe a code set any earlier.
           IF RLC-STATUS = "ERROR"
               MOVE 8 TO RETURN-CODE.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "ROLLOVER-WS-ENG.cbl".

       END PROGRAM LEDGER-ROLLOVER.
