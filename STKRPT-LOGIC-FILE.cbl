       FD  STKRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  STKRPT-LINE PIC X(100).
