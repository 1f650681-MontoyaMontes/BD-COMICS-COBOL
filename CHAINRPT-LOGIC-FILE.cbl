       FD  CHAIN-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  CHAIN-REPORT-LINE PIC X(120).
