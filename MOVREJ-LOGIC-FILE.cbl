       FD  MOVREJ-FILE
           LABEL RECORDS ARE OMITTED.
      * The original request line sits first, in its own widths, so
      * a corrected reject file can be renamed and run again; the
      * reason code rides at the end past the data.
       01  MOVREJ-RECORD.
           05 MRJ-REQUEST-DATA  PIC X(71).
           05 FILLER            PIC X(02).
           05 MRJ-REASON        PIC X(30).
