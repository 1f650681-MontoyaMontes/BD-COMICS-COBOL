      * carries spaces in the before half, a DELETE in the after.
           05 IMG-BEFORE-IMAGE PIC X(300).
           05 IMG-AFTER-IMAGE  PIC X(300).
      * Who was signed on when the write happened, "BATCH" for a
      * job run outside the menu; older lines carry spaces.
           05 IMG-OPERATOR     PIC X(10).
