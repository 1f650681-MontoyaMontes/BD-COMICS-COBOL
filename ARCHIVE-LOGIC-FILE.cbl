               10 ARC-COMIC-STATUS-DATE PIC 9(08).
               10 ARC-COMIC-LOCATION    PIC X(10).
               10 ARC-COMIC-BARCODE     PIC X(13).
               10 ARC-COMIC-CURRENCY    PIC X(03).
               10 ARC-COMIC-OWNER       PIC X(05).
