       SELECT ARC-FILE
      * Story arcs and crossover events, one row per arc, keyed by
      * a short code the way report definitions are keyed by name.
       ASSIGN TO "bd-comic-arcs.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS ARC-CODE
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS ARC-FILE-STATUS.
