               TO TEXT-SPEND-TRUNCATED.
           MOVE " NOT COUNTED."
               TO TEXT-SPEND-TRUNCATED-SUFFIX.
           MOVE "PURCHASES IN ANOTHER CURRENCY (amount, rate, house):"
               TO TEXT-SPEND-FOREIGN-TITLE.
           MOVE "NO RATE, LEFT OUT OF THE TOTAL"
               TO TEXT-SPEND-NO-RATE-MARK.
           MOVE "WARNING: PURCHASES WITH NO RATE, NOT TOTALLED: "
               TO TEXT-SPEND-NO-RATE.
