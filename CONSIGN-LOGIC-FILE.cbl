       FD  CONSIGN-FILE
           LABEL RECORDS ARE OMITTED.
       01  CONSIGN-RECORD.
           05 CSG-COMIC-ID        PIC 9(05).
      * Validated against the dealer list, the same name
      * COMIC-DEALER carries for the books bought from them.
           05 CSG-DEALER          PIC X(20).
           05 CSG-DATE-OUT        PIC 9(08).
      * The lowest price the dealer agreed to let the book go for.
           05 CSG-MIN-PRICE       PIC 9(05)V99.
      * The percentage of the sale price the dealer keeps.
           05 CSG-COMMISSION-RATE PIC 9(02)V99.
      * What the dealer says happened, keyed in from their report;
      * spaces while the book is still on their table.
           05 CSG-OUTCOME         PIC X(01).
               88 CSG-NOT-REPORTED      VALUE SPACE.
               88 CSG-REPORTED-SOLD     VALUE "S".
               88 CSG-REPORTED-RETURNED VALUE "R".
           05 CSG-SALE-DATE       PIC 9(08).
      * Gross price the dealer sold at, the commission it earned
      * them and what is left for us; worked out when the report
      * is keyed so the statement can show all three.
           05 CSG-SALE-PRICE      PIC 9(05)V99.
           05 CSG-COMMISSION      PIC 9(05)V99.
           05 CSG-NET-AMOUNT      PIC 9(05)V99.
           05 CSG-STATUS          PIC X(01).
               88 CSG-OPEN        VALUE "O".
               88 CSG-SETTLED     VALUE "S".
           05 CSG-SETTLE-DATE     PIC 9(08).
