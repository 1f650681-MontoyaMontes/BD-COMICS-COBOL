       SELECT GLSENT-FILE
      * One line per month already handed to the bookkeeper, so the
      * extract can refuse to send the same month twice; a month
      * only lands here when every event of it went out.
       ASSIGN TO "bd-comic-gl-sent.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS GLSENT-FILE-STATUS.
