      * COMIC-RECORD exactly as it stood before the currency field
      * was added: 282 bytes against today's 290.
       FD  NARROW-COMICS-FILE
           LABEL RECORDS ARE STANDARD.
       01  NARROW-COMIC-RECORD.
           05 NARROW-COMIC-ID          PIC 9(05).
           05 NARROW-COMIC-HOUSE       PIC X(20).
           05 NARROW-COMIC-ISSUE       PIC 9(05).
           05 NARROW-COMIC-CHARACTER   PIC X(20).
           05 NARROW-COMIC-NAME        PIC X(40).
           05 NARROW-COMIC-SERIES-ID   PIC 9(05).
           05 NARROW-COMIC-COPY-NUMBER PIC 9(02).
           05 NARROW-COMIC-CONDITION   PIC X(12).
           05 NARROW-COMIC-VALUE       PIC 9(05)V99.
           05 NARROW-LOAN-TO-NAME      PIC X(30).
           05 NARROW-LOAN-DATE         PIC 9(08).
           05 NARROW-LOAN-DUE-DATE     PIC 9(08).
           05 NARROW-COMIC-COVER-PATH  PIC X(60).
           05 NARROW-DATE-ACQUIRED     PIC 9(08).
           05 NARROW-COMIC-DEALER      PIC X(20).
           05 NARROW-COMIC-STATUS      PIC X(01).
           05 NARROW-COMIC-STATUS-DATE PIC 9(08).
           05 NARROW-COMIC-LOCATION    PIC X(10).
           05 NARROW-COMIC-BARCODE     PIC X(13).
