       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
       01  STANDING-ORDER-RECORD.
           05 SO-SERIES-ID          PIC 9(05).
           05 SO-SHOP               PIC X(20).
      * First issue the order covers, and how many issues of the
      * series the shop should hand over each month.
           05 SO-START-ISSUE        PIC 9(05).
           05 SO-MONTHLY-QUANTITY   PIC 9(02).
           05 SO-STATUS             PIC X(01).
               88 SO-ACTIVE            VALUE "A".
               88 SO-PAUSED            VALUE "P".
               88 SO-CANCELLED         VALUE "C".
      * The month issues start falling due, AAAAMMDD; set when the
      * order is taken and again when a paused order is resumed.
           05 SO-START-DATE         PIC 9(08).
           05 SO-STATUS-DATE        PIC 9(08).
      * Kept up to date by every arrival through CREATE-RECORD or
      * BULK-IMPORT, and recounted from the master by the monthly
      * check: copies on file from SO-START-ISSUE on, the highest
      * of their issue numbers and the latest DATE-ACQUIRED.
           05 SO-LAST-ARRIVED-ISSUE PIC 9(05).
           05 SO-ARRIVED-COUNT      PIC 9(05).
           05 SO-LAST-ARRIVAL-DATE  PIC 9(08).
           05 SO-LAST-CHECK-DATE    PIC 9(08).
