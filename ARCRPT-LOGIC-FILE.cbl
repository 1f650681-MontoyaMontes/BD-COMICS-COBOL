       FD  ARC-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ARC-REPORT-LINE PIC X(120).
