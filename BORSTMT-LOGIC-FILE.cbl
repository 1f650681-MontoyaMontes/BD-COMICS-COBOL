       FD  BORSTMT-FILE
           LABEL RECORDS ARE OMITTED.
       01  BORSTMT-LINE PIC X(100).
