      * COMIC-RECORD exactly as it stood before the location and
      * barcode fields were added: 259 bytes against today's 290.
       FD  PREV-COMICS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PREV-COMIC-RECORD.
