       FD  STKCOUNT-FILE
           LABEL RECORDS ARE OMITTED.
       01  STKCOUNT-RECORD.
           05 STK-TYPE          PIC X(01).
               88 STK-HEADER    VALUE "H".
               88 STK-SCAN      VALUE "S".
      * The box being counted, on the header and on every scan.
           05 STK-LOC-CODE      PIC X(10).
      * Spaces on the header line.
           05 STK-BARCODE       PIC X(13).
           05 STK-DATE          PIC 9(08).
           05 STK-TIME          PIC 9(08).
