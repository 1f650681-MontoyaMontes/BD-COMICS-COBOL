       SELECT XFER-FILE
      * One line per change of owner on a comic: from whom, to
      * whom, what the comic was worth on the day, who keyed it
      * and why. Appended to, never rewritten, so the household
      * can always see how a comic came to be whose it is.
       ASSIGN TO "bd-comic-owner-transfers.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS XFER-FILE-STATUS.
