       SELECT ENRRPT-FILE
       ASSIGN TO "bd-comic-enrich-exceptions.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
