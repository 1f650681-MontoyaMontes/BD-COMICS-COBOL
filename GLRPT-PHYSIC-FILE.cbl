       SELECT GLRPT-FILE
       ASSIGN TO "bd-comic-gl-control.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
