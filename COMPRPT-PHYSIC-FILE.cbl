       SELECT COMPRPT-FILE
       ASSIGN TO "bd-comic-completeness.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
