               TO TEXT-DUP-TRUNCATED.
           MOVE " NOT COUNTED."
               TO TEXT-DUP-TRUNCATED-SUFFIX.
           MOVE "LINKED VARIANT PAIRS, NOT SUSPECT: "
               TO TEXT-DUP-LINKED-TOTAL.
