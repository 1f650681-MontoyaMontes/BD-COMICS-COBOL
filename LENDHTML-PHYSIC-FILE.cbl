       SELECT LENDHTML-FILE
      * The same catalog as a plain web page that can be passed on
      * or put up as it is.
       ASSIGN TO "bd-comic-lending-catalog.html"
       ORGANIZATION IS LINE SEQUENTIAL.
