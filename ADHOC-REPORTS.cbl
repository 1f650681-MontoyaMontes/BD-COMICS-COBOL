       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADHOC-REPORTS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "REPDEF-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "REPDEF-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "REPCALL-WS.cbl".
       77 REPDEF-FILE-STATUS PIC X(02).
       77 END-OF-DEFS PIC X.
       77 DEF-COUNT PIC 9(03).
       77 DEF-INDEX PIC 9(03).
       77 DEF-OVERFLOW-COUNT PIC 9(07).
       77 PRINTED-COUNT PIC 9(07).
       77 MISSING-COUNT PIC 9(07).

      * The names of the definitions marked for the nightly chain,
      * gathered first so the definitions file is closed again
      * before RUN-REPORT-DEF opens it for each one.
       01 SCHEDULED-DEF-TABLE.
           05 SCHEDULED-DEF-NAME OCCURS 200 TIMES PIC X(10).

       COPY "REPDEF-WS-ESP.cbl".

      * The schedulable side of the ad hoc reports: every saved
      * definition marked "S" is run in name order through
      * RUN-REPORT-DEF, one after the other into the same
      * bd-comic-adhoc-report.txt, the extract rebuilt at most once.
      * How often this happens is the schedule's business, like
      * any other step.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           MOVE ZEROES TO PRINTED-COUNT.
           MOVE ZEROES TO MISSING-COUNT.
           PERFORM LOAD-SCHEDULED-DEFS.
           MOVE "N" TO RRA-APPEND.
           MOVE "N" TO RRA-EXTRACT-READY.
           MOVE ZEROES TO DEF-INDEX.
           PERFORM RUN-ONE-SCHEDULED-DEF
           UNTIL DEF-INDEX = DEF-COUNT.
           DISPLAY TEXT-ADHOC-RUN-DONE DEF-COUNT.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

       LOAD-SCHEDULED-DEFS.
           MOVE ZEROES TO DEF-COUNT.
           MOVE ZEROES TO DEF-OVERFLOW-COUNT.
           OPEN INPUT REPDEF-FILE.
           IF REPDEF-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-DEFS
               PERFORM READ-NEXT-DEF
               PERFORM NOTE-ONE-DEF
               UNTIL END-OF-DEFS = "Y"
               CLOSE REPDEF-FILE.

       READ-NEXT-DEF.
           READ REPDEF-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-DEFS.

       NOTE-ONE-DEF.
           IF RD-SCHEDULED = "S"
               IF DEF-COUNT < 200
                   ADD 1 TO DEF-COUNT
                   MOVE RD-NAME TO SCHEDULED-DEF-NAME(DEF-COUNT)
               ELSE
                   ADD 1 TO DEF-OVERFLOW-COUNT.
           PERFORM READ-NEXT-DEF.

      * The first listing starts the report file afresh and brings
      * the extract up to date; the rest follow on after it.
       RUN-ONE-SCHEDULED-DEF.
           ADD 1 TO DEF-INDEX.
           MOVE SCHEDULED-DEF-NAME(DEF-INDEX) TO RRA-DEF-NAME.
           CALL "RUN-REPORT-DEF" USING REPORT-RUN-AREA.
           IF RRA-RUN-DONE
               ADD RRA-PICKED-COUNT TO PRINTED-COUNT
               MOVE "Y" TO RRA-APPEND
               MOVE "Y" TO RRA-EXTRACT-READY
           ELSE
               ADD 1 TO MISSING-COUNT.

       NOTE-RUN-START.
           MOVE "ADHOC-REPORTS" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night". The
      * definitions that did not fit the table count as rejects.
       WRITE-RUN-LOG-LINE.
           MOVE DEF-COUNT TO RLC-READ-COUNT.
           MOVE PRINTED-COUNT TO RLC-WRITTEN-COUNT.
           ADD DEF-OVERFLOW-COUNT MISSING-COUNT
               GIVING RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "REPDEF-WS-ENG.cbl".

       END PROGRAM ADHOC-REPORTS.
