       FD  PAYRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  PAYRPT-LINE PIC X(100).
