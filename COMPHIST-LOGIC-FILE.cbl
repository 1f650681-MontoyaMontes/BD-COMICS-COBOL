       FD  COMPLETENESS-HISTORY-FILE
           LABEL RECORDS ARE OMITTED.
       01  COMPLETENESS-HISTORY-RECORD.
           05 CMH-RUN-DATE       PIC 9(08).
      * "T" the whole collection, "P" one publisher, "S" one series
      * (the SERIES-ID in the key), "B" one box or shelf.
           05 CMH-GROUP-TYPE     PIC X(01).
               88 CMH-TOTAL      VALUE "T".
               88 CMH-PUBLISHER  VALUE "P".
               88 CMH-SERIES     VALUE "S".
               88 CMH-BOX        VALUE "B".
           05 CMH-GROUP-KEY      PIC X(20).
           05 CMH-COMIC-COUNT    PIC 9(07).
      * How many of the seven checks came out filled, summed over
      * the group's comics, and that as a share of all checks.
           05 CMH-FILLED-COUNT   PIC 9(08).
           05 CMH-PERCENT        PIC 9(03)V9.
