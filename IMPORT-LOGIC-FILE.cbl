      * Optional source; spaces when the line does not know where
      * the comic came from.
           05 IMPORT-DEALER      PIC X(20).
      * Optional purchase details, left blank on lines from before
      * they existed: what was paid (five whole units and two
      * decimals, no point), the ISO currency it was paid in
      * (blank = house currency) and the day it was bought. The
      * -X views are for telling a blank field from a bad one.
           05 IMPORT-VALUE       PIC 9(05)V99.
           05 IMPORT-VALUE-X REDEFINES IMPORT-VALUE PIC X(07).
           05 IMPORT-CURRENCY    PIC X(03).
           05 IMPORT-DATE-ACQUIRED PIC 9(08).
           05 IMPORT-DATE-ACQUIRED-X REDEFINES IMPORT-DATE-ACQUIRED
                                 PIC X(08).
      * Optional owner code from the owner registry; blank gives the
      * comic to whoever the operator running the load keys for.
           05 IMPORT-OWNER       PIC X(05).
