           05 GUARD-COMIC-STATUS-DATE PIC 9(08).
           05 GUARD-COMIC-LOCATION    PIC X(10).
           05 GUARD-COMIC-BARCODE     PIC X(13).
           05 GUARD-COMIC-CURRENCY    PIC X(03).
           05 GUARD-COMIC-OWNER       PIC X(05).
