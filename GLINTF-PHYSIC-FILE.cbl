       SELECT GLINTF-FILE
      * Interface file for the accounting package: one fixed-width
      * line per debit or credit of the month being extracted, the
      * lines of one entry sharing an entry number. Rewritten by
      * every extract run.
       ASSIGN TO "bd-comic-gl-interface.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GLINTF-FILE-STATUS.
