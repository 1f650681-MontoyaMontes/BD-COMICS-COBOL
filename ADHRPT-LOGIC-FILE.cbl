       FD  ADHRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ADHRPT-LINE PIC X(132).
