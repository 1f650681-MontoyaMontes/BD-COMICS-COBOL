           05 PH-ACTIVE-COUNT    PIC 9(07).
           05 PH-LOANED-COUNT    PIC 9(07).
           05 PH-TOTAL-VALUE     PIC 9(09)V99.
      * Spaces on the line for the whole house, as on every line
      * written before owners existed; an owner code marks the
      * share of that house belonging to one member of the
      * household, written alongside the whole-house line.
           05 PH-OWNER           PIC X(05).
