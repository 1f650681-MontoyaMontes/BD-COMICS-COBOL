           05 HWK-IN-DATE        PIC 9(08).
           05 HWK-ACTION         PIC X(01).
           05 HWK-DUE-DATE       PIC 9(08).
           05 HWK-OPERATOR       PIC X(10).
           05 HWK-KEY-COMIC-ID   PIC 9(05).
           05 HWK-ENTRY-DATE     PIC 9(08).
           05 HWK-ENTRY-TIME     PIC 9(08).
