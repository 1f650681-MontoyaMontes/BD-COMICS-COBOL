       SELECT MOVEREQ-FILE
      * Relocation requests dropped off for BULK-RELOCATE, one move
      * per line: a whole box, a run of one series, or one comic.
       ASSIGN TO "bd-comic-moves.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MOVEREQ-FILE-STATUS.
