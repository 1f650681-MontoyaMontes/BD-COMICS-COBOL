       FD  CONDITION-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONDITION-HISTORY-RECORD.
           05 CH-COMIC-ID       PIC 9(05).
           05 CH-DATE           PIC 9(08).
      * edit, DEVOLUCION for a damaged return at the loan desk,
      * GRADACION for a grade back from a grading service.
           05 CH-SOURCE         PIC X(12).
      * Key after the old line, as on the loan history: the comic,
      * CH-DATE again and the time of writing, or the line number
      * for entries brought over from the line-sequential ledger.
           05 CH-KEY.
               10 CH-KEY-COMIC-ID   PIC 9(05).
               10 CH-KEY-DATE       PIC 9(08).
               10 CH-KEY-TIME       PIC 9(08).
