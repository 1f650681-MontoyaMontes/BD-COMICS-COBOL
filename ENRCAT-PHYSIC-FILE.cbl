       SELECT ENRCAT-FILE
      * An issue list downloaded from a public comics database and
      * cut to fixed width, one issue per line: publisher, series
      * title and issue number in the same widths as COMIC-RECORD,
      * then whatever the database knows about the issue.
       ASSIGN TO "bd-comic-catalog.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ENRCAT-FILE-STATUS.
