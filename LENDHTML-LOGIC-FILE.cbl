       FD  LENDHTML-FILE
           LABEL RECORDS ARE OMITTED.
       01  LENDHTML-LINE PIC X(500).
