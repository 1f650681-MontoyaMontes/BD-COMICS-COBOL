       FD  ENRCAT-FILE
           LABEL RECORDS ARE OMITTED.
       01  ENRCAT-RECORD.
           05 EC-HOUSE           PIC X(20).
           05 EC-NAME            PIC X(40).
           05 EC-ISSUE           PIC 9(05).
      * Cover date as the database gives it, AAAAMMDD; the master
      * has no field for it, so it is only printed for the reader
      * of the exceptions report to tell issues apart.
           05 EC-COVER-DATE      PIC 9(08).
           05 EC-CHARACTER       PIC X(20).
           05 EC-BARCODE         PIC X(13).
           05 EC-COVER-PATH      PIC X(60).
      * Writer, interior artist and cover artist, each blank when
      * the database does not say; they become GUION, DIBUJO and
      * PORTADA lines on the creator cross-reference.
           05 EC-WRITER          PIC X(30).
           05 EC-ARTIST          PIC X(30).
           05 EC-COVER-ARTIST    PIC X(30).
