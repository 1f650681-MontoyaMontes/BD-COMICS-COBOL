       FD  ENRRPT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ENRRPT-LINE PIC X(132).
