       FD  XFER-FILE
           LABEL RECORDS ARE OMITTED.
       01  XFER-RECORD.
           05 XFER-COMIC-ID      PIC 9(05).
           05 XFER-DATE          PIC 9(08).
           05 XFER-TIME          PIC 9(08).
      * Owner codes as they were on the comic and as they were set;
      * the old one is spaces when the comic had no owner yet.
           05 XFER-FROM-OWNER    PIC X(05).
           05 XFER-TO-OWNER      PIC X(05).
      * The stored value and its currency at the moment of the
      * transfer, so the household can settle up afterwards.
           05 XFER-VALUE         PIC 9(05)V99.
           05 XFER-CURRENCY      PIC X(03).
           05 XFER-OPERATOR-ID   PIC X(10).
           05 XFER-REASON        PIC X(30).
