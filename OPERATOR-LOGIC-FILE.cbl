       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-RECORD.
           05 OPERATOR-ID        PIC X(10).
           05 OPERATOR-NAME      PIC X(30).
           05 OPERATOR-PASSWORD  PIC X(10).
      * The roles are ranked, so "may run it" is a plain compare of
      * the operator's role against the one an option asks for.
           05 OPERATOR-ROLE      PIC X(01).
               88 OPERATOR-CLERK      VALUE "1".
               88 OPERATOR-CURATOR    VALUE "2".
               88 OPERATOR-SUPERVISOR VALUE "3".
               88 OPERATOR-ROLE-VALID VALUE "1" THRU "3".
      * A leaver is set to "B" rather than deleted, so the ID on
      * their old audit lines still resolves to a name.
           05 OPERATOR-STATUS    PIC X(01).
               88 OPERATOR-ENABLED  VALUE "A".
               88 OPERATOR-DISABLED VALUE "B".
