      * Hand-off area for the RUN-REPORT-DEF subprogram: the caller
      * names the saved definition and says whether the listing
      * starts the report file afresh or goes on after what an
      * earlier call wrote, and whether the extract was already
      * rebuilt this run; the subprogram returns how it went and
      * the comics read and picked.
       01 REPORT-RUN-AREA.
           05 RRA-DEF-NAME      PIC X(10).
           05 RRA-APPEND        PIC X(01).
           05 RRA-EXTRACT-READY PIC X(01).
           05 RRA-RESULT        PIC X(01).
               88 RRA-RUN-DONE    VALUE "D".
               88 RRA-DEF-MISSING VALUE "N".
           05 RRA-READ-COUNT    PIC 9(07).
           05 RRA-PICKED-COUNT  PIC 9(07).
