       FD  LENDCAT-FILE
           LABEL RECORDS ARE OMITTED.
       01  LENDCAT-LINE PIC X(120).
