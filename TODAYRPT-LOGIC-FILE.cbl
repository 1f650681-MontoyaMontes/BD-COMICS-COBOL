       FD  TODAYRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  TODAYRPT-LINE PIC X(80).
