               TO TEXT-GAP-TRUNCATED.
           MOVE " NOT COUNTED."
               TO TEXT-GAP-TRUNCATED-SUFFIX.
           MOVE "Linked variants and reprints, left out: "
               TO TEXT-GAP-LINKED.
