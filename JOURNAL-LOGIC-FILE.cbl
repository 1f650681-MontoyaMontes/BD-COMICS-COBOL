           05 JRN-COMIC-ID     PIC 9(05).
           05 JRN-BEFORE-IMAGE PIC X(300).
           05 JRN-AFTER-IMAGE  PIC X(300).
      * Who was signed on when the write happened, "BATCH" for a
      * job run outside the menu.
           05 JRN-OPERATOR     PIC X(10).
      * Running number and chained check value stamped by
      * CHAIN-LINK over everything above; spaces on lines written
      * before the chain was kept.
           05 JRN-SEQUENCE     PIC 9(09).
           05 JRN-CHECK        PIC 9(08).
