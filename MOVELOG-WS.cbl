      * Hand-off area for the WRITE-MOVEMENT-LOG subprogram: the
      * caller fills the comic, both locations and the reason; the
      * date, time and operator are stamped when the line is written.
       01 MOVE-LOG-CALL-AREA.
           05 MLC-COMIC-ID     PIC 9(05).
           05 MLC-FROM-LOC     PIC X(10).
           05 MLC-TO-LOC       PIC X(10).
           05 MLC-REASON       PIC X(30).
