       SELECT BUDRPT-FILE
       ASSIGN TO "bd-comic-budget-report.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
