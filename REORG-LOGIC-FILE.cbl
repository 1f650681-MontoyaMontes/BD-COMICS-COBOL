       FD  WORK-FILE
           LABEL RECORDS ARE OMITTED.
      * Wide enough for today's 290-byte COMIC-RECORD with room
      * to grow, so an unload can never quietly truncate the tail.
       01  WORK-RECORD PIC X(300).

           05 NEW-COMIC-STATUS-DATE PIC 9(08).
           05 NEW-COMIC-LOCATION    PIC X(10).
           05 NEW-COMIC-BARCODE     PIC X(13).
           05 NEW-COMIC-CURRENCY    PIC X(03).
           05 NEW-COMIC-OWNER       PIC X(05).
