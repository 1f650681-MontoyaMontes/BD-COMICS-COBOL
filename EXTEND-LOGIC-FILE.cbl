      * COMIC-RECORD exactly as it stood before the owner field
      * was added: 285 bytes against today's 290.
       FD  SHORT-COMICS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHORT-COMIC-RECORD.
           05 SHORT-COMIC-ID          PIC 9(05).
           05 SHORT-COMIC-HOUSE       PIC X(20).
           05 SHORT-COMIC-ISSUE       PIC 9(05).
           05 SHORT-COMIC-CHARACTER   PIC X(20).
           05 SHORT-COMIC-NAME        PIC X(40).
           05 SHORT-COMIC-SERIES-ID   PIC 9(05).
           05 SHORT-COMIC-COPY-NUMBER PIC 9(02).
           05 SHORT-COMIC-CONDITION   PIC X(12).
           05 SHORT-COMIC-VALUE       PIC 9(05)V99.
           05 SHORT-LOAN-TO-NAME      PIC X(30).
           05 SHORT-LOAN-DATE         PIC 9(08).
           05 SHORT-LOAN-DUE-DATE     PIC 9(08).
           05 SHORT-COMIC-COVER-PATH  PIC X(60).
           05 SHORT-DATE-ACQUIRED     PIC 9(08).
           05 SHORT-COMIC-DEALER      PIC X(20).
           05 SHORT-COMIC-STATUS      PIC X(01).
           05 SHORT-COMIC-STATUS-DATE PIC 9(08).
           05 SHORT-COMIC-LOCATION    PIC X(10).
           05 SHORT-COMIC-BARCODE     PIC X(13).
           05 SHORT-COMIC-CURRENCY    PIC X(03).
