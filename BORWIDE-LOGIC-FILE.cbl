      * BORROWER-RECORD exactly as it stood before the balance limit
      * was added: 83 bytes against today's 90.
       FD  NARROW-BORROWER-FILE
           LABEL RECORDS ARE STANDARD.
       01  NARROW-BORROWER-RECORD.
           05 NARROW-BORROWER-NAME      PIC X(30).
           05 NARROW-BORROWER-PHONE     PIC X(20).
           05 NARROW-BORROWER-EMAIL     PIC X(30).
           05 NARROW-BORROWER-MAX-LOANS PIC 9(02).
           05 NARROW-BORROWER-STATUS    PIC X(01).
