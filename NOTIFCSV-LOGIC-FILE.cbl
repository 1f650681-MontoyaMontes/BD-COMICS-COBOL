       FD  NOTIFCSV-FILE
           LABEL RECORDS ARE OMITTED.
       01  NOTIFCSV-LINE PIC X(200).
