       SELECT MOVRPT-FILE
       ASSIGN TO "bd-comic-movement-report.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
