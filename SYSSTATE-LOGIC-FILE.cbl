       FD  SYSTEM-STATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSTEM-STATE-RECORD.
      * "B" is the one row the nightly batch keeps its state on;
      * each "S" row is a menu session, keyed by who signed on and
      * when, so the same operator at two stations is two rows.
           05 SS-KEY.
               10 SS-ROW-TYPE      PIC X(01).
                   88 SS-BATCH-ROW   VALUE "B".
                   88 SS-SESSION-ROW VALUE "S".
               10 SS-OPERATOR-ID   PIC X(10).
               10 SS-SIGN-ON-DATE  PIC 9(08).
               10 SS-SIGN-ON-TIME  PIC 9(08).
      * Session rows: the role the operator signed on with.
           05 SS-OPERATOR-ROLE     PIC X(01).
      * Batch row: idle between windows, waiting for the sessions
      * to close, or running its steps; the stamp says since when
      * and the note keeps the outcome of the last window.
           05 SS-BATCH-STATE       PIC X(01).
               88 SS-BATCH-IDLE    VALUE "I".
               88 SS-BATCH-WAITING VALUE "W".
               88 SS-BATCH-RUNNING VALUE "R".
               88 SS-BATCH-ACTIVE  VALUE "W" "R".
           05 SS-STATE-DATE        PIC 9(08).
           05 SS-STATE-TIME        PIC 9(08).
           05 SS-BATCH-NOTE        PIC X(50).
