           05 BORROWER-STATUS    PIC X(01).
               88 BORROWER-ENABLED  VALUE "A".
               88 BORROWER-DISABLED VALUE "B".
      * Most the person may owe on the borrower ledger and still be
      * lent another comic, in the house currency; zero means no
      * limit is enforced. A file from before this field must go
      * through WIDEN-BORROWER-FILE once before the programs can
      * open it.
           05 BORROWER-BALANCE-LIMIT PIC 9(05)V99.
