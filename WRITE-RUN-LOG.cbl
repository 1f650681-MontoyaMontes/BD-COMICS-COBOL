           MOVE RLC-WRITTEN-COUNT TO RL-WRITTEN-COUNT.
           MOVE RLC-REJECT-COUNT TO RL-REJECT-COUNT.
           MOVE RLC-STATUS TO RL-STATUS.
           MOVE RLC-NOTE TO RL-NOTE.
           OPEN EXTEND RUN-LOG-FILE.
           IF RUN-LOG-FILE-STATUS = "35"
               PERFORM SEED-RUN-LOG-FILE.
