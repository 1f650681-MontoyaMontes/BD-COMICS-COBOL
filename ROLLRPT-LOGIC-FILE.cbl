       FD  ROLL-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ROLL-REPORT-LINE PIC X(120).
