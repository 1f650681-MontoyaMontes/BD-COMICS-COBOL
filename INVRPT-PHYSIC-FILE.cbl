       SELECT INVRPT-FILE
       ASSIGN TO "bd-comic-invoice-match.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
