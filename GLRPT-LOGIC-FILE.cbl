       FD  GLRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  GLRPT-LINE PIC X(100).
