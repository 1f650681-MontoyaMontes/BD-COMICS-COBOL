       FD  MOVEREQ-FILE
           LABEL RECORDS ARE OMITTED.
       01  MOVEREQ-RECORD.
           05 MRQ-TYPE          PIC X(01).
      * Every live comic filed in MRQ-FROM-LOC.
               88 MRQ-WHOLE-BOX    VALUE "B".
      * Issues MRQ-ISSUE-FROM to MRQ-ISSUE-TO of one series; a
      * zero upper bound means to the end of the run.
               88 MRQ-SERIES-RANGE VALUE "S".
      * The one comic in MRQ-COMIC-ID; a list of IDs is simply one
      * line per comic.
               88 MRQ-ONE-COMIC    VALUE "I".
      * Required for a whole box. On the other two kinds it is an
      * optional guard: only comics still filed there are moved.
           05 MRQ-FROM-LOC      PIC X(10).
           05 MRQ-SERIES-ID     PIC 9(05).
           05 MRQ-ISSUE-FROM    PIC 9(05).
           05 MRQ-ISSUE-TO      PIC 9(05).
           05 MRQ-COMIC-ID      PIC 9(05).
           05 MRQ-TO-LOC        PIC X(10).
           05 MRQ-REASON        PIC X(30).
