       SELECT FAMILY-REPORT-FILE
       ASSIGN TO "bd-comic-families.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
