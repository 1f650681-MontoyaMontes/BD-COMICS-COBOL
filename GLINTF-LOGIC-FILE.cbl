       FD  GLINTF-FILE
           LABEL RECORDS ARE OMITTED.
       01  GLINTF-RECORD.
           05 GLI-PERIOD         PIC 9(06).
           05 GLI-ENTRY-NUMBER   PIC 9(06).
           05 GLI-LINE-NUMBER    PIC 9(02).
           05 GLI-DATE           PIC 9(08).
           05 GLI-ACCOUNT        PIC X(10).
      * "D" debe (debit), "H" haber (credit), as the package wants.
           05 GLI-SIDE           PIC X(01).
               88 GLI-DEBIT      VALUE "D".
               88 GLI-CREDIT     VALUE "H".
      * Always in the house currency, two implied decimals.
           05 GLI-AMOUNT         PIC 9(09)V99.
      * "A" acquisition, "V" sale, "T" trade, "S" settled claim,
      * "L" lost write-off, "R" revaluation.
           05 GLI-EVENT          PIC X(01).
           05 GLI-COMIC-ID       PIC 9(05).
           05 GLI-DESCRIPTION    PIC X(30).
