       FD  STKEXC-FILE
           LABEL RECORDS ARE OMITTED.
       01  STKEXC-RECORD.
           05 STX-TYPE          PIC X(01).
      * On file in the counted box but not scanned there.
               88 STX-MISSING   VALUE "M".
      * Scanned in the counted box but filed under another one.
               88 STX-MISPLACED VALUE "P".
      * Scanned, but the barcode matches nothing left to place.
               88 STX-UNKNOWN   VALUE "U".
      * Zero on an unknown barcode.
           05 STX-COMIC-ID      PIC 9(05).
           05 STX-BARCODE       PIC X(13).
      * Where the master has the comic, and the box being counted.
           05 STX-FILE-LOC      PIC X(10).
           05 STX-COUNT-LOC     PIC X(10).
           05 STX-DECISION      PIC X(01).
               88 STX-UNDECIDED VALUE SPACE.
               88 STX-APPROVED  VALUE "Y".
               88 STX-REJECTED  VALUE "N".
      * When an approved correction was posted to the master; zero
      * until then.
           05 STX-POST-DATE     PIC 9(08).
