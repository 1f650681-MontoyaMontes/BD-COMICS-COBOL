       SELECT ROLL-WORK-FILE
      * Scratch copy of the lines a ledger keeps after a rollover;
      * only copied over the live file once every count agrees.
       ASSIGN TO "bd-comic-rollover-work.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ROLL-WORK-FILE-STATUS.
