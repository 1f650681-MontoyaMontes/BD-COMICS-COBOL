       SELECT HISTORY-WORK-FILE
      * Scratch copy of one comic's loan-history entries while
      * they are being repointed; sequential on disk, so a long
      * lending story passes through without an in-memory cap.
       ASSIGN TO "bd-comic-history-work.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS HISTORY-WORK-FILE-STATUS.
