       SELECT BUYOPP-REPORT-FILE
       ASSIGN TO "bd-comic-buy-opportunities.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
