       FD  BUYOPP-REPORT-FILE
           LABEL RECORDS ARE OMITTED.
       01  BUYOPP-LINE PIC X(132).
