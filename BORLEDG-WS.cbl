      * Hand-off area for the WRITE-BORROWER-ENTRY and
      * GET-BORROWER-BALANCE subprograms: the caller fills the
      * borrower, and for a posting the type, comic, amount and
      * note; the date, time and operator are stamped when the line
      * is written. Both hand back what the person owes after it,
      * negative when they are in credit, and how many lines they
      * have on the ledger.
       01 BORROWER-LEDGER-CALL-AREA.
           05 BLC-BORROWER     PIC X(30).
           05 BLC-TYPE         PIC X(01).
               88 BLC-LATE-FEE     VALUE "F".
               88 BLC-CLAIM-CHARGE VALUE "C".
               88 BLC-PAYMENT      VALUE "P".
               88 BLC-WAIVER       VALUE "W".
           05 BLC-COMIC-ID     PIC 9(05).
           05 BLC-AMOUNT       PIC 9(07)V99.
           05 BLC-NOTE         PIC X(30).
           05 BLC-BALANCE      PIC S9(09)V99.
           05 BLC-LINE-COUNT   PIC 9(05).
