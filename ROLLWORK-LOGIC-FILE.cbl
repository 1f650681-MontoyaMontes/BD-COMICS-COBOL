       FD  ROLL-WORK-FILE
           LABEL RECORDS ARE OMITTED.
       01  ROLL-WORK-LINE PIC X(700).
