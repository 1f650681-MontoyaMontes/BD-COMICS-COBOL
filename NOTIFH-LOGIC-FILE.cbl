       FD  NOTIFH-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFH-RECORD.
           05 NTH-KEY.
               10 NTH-BORROWER      PIC X(30).
               10 NTH-SENT-DATE     PIC 9(08).
               10 NTH-SENT-TIME     PIC 9(08).
               10 NTH-TYPE          PIC X(01).
               10 NTH-COMIC-ID      PIC 9(05).
           05 NTH-REF-DATE          PIC 9(08).
      * The address the notice actually went out to, as it stood on
      * the registry that night.
           05 NTH-EMAIL             PIC X(30).
           05 NTH-PHONE             PIC X(20).
