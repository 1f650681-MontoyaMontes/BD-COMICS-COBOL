       FD  COMPRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  COMPRPT-LINE PIC X(120).
