       SELECT ORDRPT-FILE
       ASSIGN TO "bd-comic-standing-order-check.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
