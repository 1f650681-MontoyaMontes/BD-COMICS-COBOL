       FD  AUDIT-FILE
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RECORD.
           05 AUDIT-LINE     PIC X(250).
      * The operator signed on when the line was written, "BATCH"
      * for a job run outside the menu; lines from before sign-on
      * existed end at the text and read back as spaces here.
           05 AUDIT-OPERATOR PIC X(10).
      * Running number and chained check value stamped by
      * CHAIN-LINK over the line and operator above; spaces on
      * lines written before the chain was kept.
           05 AUDIT-SEQUENCE PIC 9(09).
           05 AUDIT-CHECK    PIC 9(08).
