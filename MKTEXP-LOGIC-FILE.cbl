       FD  MKTEXP-FILE
           LABEL RECORDS ARE OMITTED.
       01  MKTEXP-LINE PIC X(200).
