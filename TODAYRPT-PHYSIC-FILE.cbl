       SELECT TODAYRPT-FILE
      * Printed copy of the day's desk work, rewritten each time
      * the operator asks for it from the "today" screen.
       ASSIGN TO "bd-comic-today.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
