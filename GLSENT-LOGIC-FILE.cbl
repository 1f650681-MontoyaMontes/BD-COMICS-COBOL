       FD  GLSENT-FILE
           LABEL RECORDS ARE OMITTED.
       01  GLSENT-RECORD.
           05 GLS-PERIOD         PIC 9(06).
           05 GLS-RUN-DATE       PIC 9(08).
           05 GLS-RUN-TIME       PIC 9(08).
           05 GLS-ENTRY-COUNT    PIC 9(06).
           05 GLS-LINE-COUNT     PIC 9(07).
           05 GLS-DEBIT-TOTAL    PIC 9(11)V99.
           05 GLS-CREDIT-TOTAL   PIC 9(11)V99.
