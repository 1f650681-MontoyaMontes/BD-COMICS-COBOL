       FD  REPDEF-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPDEF-RECORD.
           05 RD-NAME            PIC X(10).
           05 RD-TITLE           PIC X(50).
      * "S" puts the definition in the ADHOC-REPORTS step, so the
      * nightly chain prints it with whatever frequency the
      * schedule gives that step.
           05 RD-SCHEDULED       PIC X(01).
      * Every filled criterion must hold for a comic to be picked.
      * The field is a number from the field catalogue in
      * REPFLD-WS.cbl, zero for an unused slot; the operator is
      * one of = <> > >= < <=. Against a numeric field the value
      * is a whole number (whole currency units for COMIC-VALUE).
           05 RD-CRITERION OCCURS 5 TIMES.
               10 RD-CRIT-FIELD    PIC 9(02).
               10 RD-CRIT-OPERATOR PIC X(02).
               10 RD-CRIT-VALUE    PIC X(40).
      * Up to three sort keys, most significant first; "D" sorts
      * the key from high to low, anything else from low to high.
           05 RD-SORT-KEY OCCURS 3 TIMES.
               10 RD-SORT-FIELD    PIC 9(02).
               10 RD-SORT-ORDER    PIC X(01).
      * The printed columns, left to right, zero for unused ones.
           05 RD-COLUMN-FIELD OCCURS 8 TIMES PIC 9(02).
      * 0 no subtotals, 1 on each change of the first sort key,
      * 2 also on each change of the second.
           05 RD-SUBTOTAL-LEVEL  PIC 9(01).
