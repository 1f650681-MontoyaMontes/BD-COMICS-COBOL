       FD  MOVRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  MOVRPT-LINE PIC X(100).
