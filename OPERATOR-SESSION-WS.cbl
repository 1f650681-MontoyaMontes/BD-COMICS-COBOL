      * Who signed on at this station and with what role. Shared
      * by every program of the run unit the way COMICS-FILE is,
      * so the menu fills it once at sign-on and the programs it
      * calls, and the subprograms that stamp the ledgers, read
      * it without anything being passed along. Each station runs
      * its own menu, so each keeps its own operator. A batch run
      * started outside the menu finds it empty.
       01 OPERATOR-SESSION IS EXTERNAL.
           05 SESSION-OPERATOR-ID   PIC X(10).
           05 SESSION-OPERATOR-ROLE PIC X(01).
               88 SESSION-CLERK      VALUE "1".
               88 SESSION-CURATOR    VALUE "2".
               88 SESSION-SUPERVISOR VALUE "3".
