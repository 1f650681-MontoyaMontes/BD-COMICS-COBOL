       SELECT MOVEMENT-FILE
      * Every change of COMIC-LOCATION, whoever made it, so the
      * question "which box was it in on that date" has an answer.
       ASSIGN TO "bd-comic-movements.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MOVEMENT-FILE-STATUS.
