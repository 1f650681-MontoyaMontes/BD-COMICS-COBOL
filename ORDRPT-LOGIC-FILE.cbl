       FD  ORDRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ORDRPT-LINE PIC X(132).
