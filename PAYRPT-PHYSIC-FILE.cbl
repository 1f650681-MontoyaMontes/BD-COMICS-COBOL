       SELECT PAYRPT-FILE
       ASSIGN TO "bd-comic-payables.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
