       FD  ARC-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARC-RECORD.
           05 ARC-CODE           PIC X(10).
           05 ARC-TITLE          PIC X(40).
      * The parts in reading order; only the first ARC-PART-COUNT
      * slots are in use. A crossover jumps between series, so
      * each part names its own series and issue.
           05 ARC-PART-COUNT     PIC 9(02).
           05 ARC-PART OCCURS 60 TIMES.
               10 ARC-PART-SERIES-ID PIC 9(05).
               10 ARC-PART-ISSUE     PIC 9(05).
