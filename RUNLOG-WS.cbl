      * Hand-off area for the WRITE-RUN-LOG subprogram: the caller
      * fills its name, start stamp and counters; the end stamp is
      * taken at the moment the line is written. The status starts
      * as OK and is only overridden by jobs that detect failure;
      * the note stays blank unless a job has a reason to give.
       01 RUN-LOG-CALL-AREA.
           05 RLC-PROGRAM-NAME   PIC X(20).
           05 RLC-START-DATE     PIC 9(08) VALUE ZEROES.
           05 RLC-WRITTEN-COUNT  PIC 9(07) VALUE ZEROES.
           05 RLC-REJECT-COUNT   PIC 9(07) VALUE ZEROES.
           05 RLC-STATUS         PIC X(05) VALUE "OK".
           05 RLC-NOTE           PIC X(50) VALUE SPACES.
