       FD  MOVEMENT-FILE
           LABEL RECORDS ARE OMITTED.
       01  MOVEMENT-RECORD.
           05 MOV-DATE          PIC 9(08).
           05 MOV-TIME          PIC 9(08).
           05 MOV-COMIC-ID      PIC 9(05).
      * Spaces on either side mean "not filed anywhere".
           05 MOV-FROM-LOC      PIC X(10).
           05 MOV-TO-LOC        PIC X(10).
           05 MOV-REASON        PIC X(30).
           05 MOV-OPERATOR      PIC X(10).
