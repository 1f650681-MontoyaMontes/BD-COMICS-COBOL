       FD  CSGSTMT-FILE
           LABEL RECORDS ARE OMITTED.
       01  CSGSTMT-LINE PIC X(100).
