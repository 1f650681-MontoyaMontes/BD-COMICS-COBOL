           05 TRADE-OUT-VALUE    PIC 9(05)V99.
           05 TRADE-IN-ID        PIC 9(05).
           05 TRADE-IN-VALUE     PIC 9(05)V99.
      * Currency both agreed values were struck in; spaces mean the
      * house currency, as on every line written before it existed.
           05 TRADE-CURRENCY     PIC X(03).
