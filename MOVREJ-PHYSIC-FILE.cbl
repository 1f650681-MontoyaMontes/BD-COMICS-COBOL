       SELECT MOVREJ-FILE
      * Relocation requests BULK-RELOCATE could not carry out, each
      * with a reason code, so they can be put right and sent again.
       ASSIGN TO "bd-comic-move-rejects.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS MOVREJ-FILE-STATUS.
