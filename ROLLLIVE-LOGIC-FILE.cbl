       FD  ROLL-LIVE-FILE
           LABEL RECORDS ARE OMITTED.
       01  ROLL-LIVE-LINE PIC X(700).
