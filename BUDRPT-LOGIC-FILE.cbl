       FD  BUDRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  BUDRPT-LINE PIC X(100).
