           05 RL-WRITTEN-COUNT   PIC 9(07).
           05 RL-REJECT-COUNT    PIC 9(07).
           05 RL-STATUS          PIC X(05).
      * Why a run did less than it was asked to, in words; blank
      * on a normal run and on every line written before it was
      * added at the end of the line.
           05 RL-NOTE            PIC X(50).
