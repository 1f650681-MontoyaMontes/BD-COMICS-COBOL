       FD  FAMILY-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  FAMILY-REPORT-LINE PIC X(132).
