       FD  INVRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  INVRPT-LINE PIC X(100).
