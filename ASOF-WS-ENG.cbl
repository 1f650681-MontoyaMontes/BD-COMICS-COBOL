               TO TEXT-ASOF-NO-CHANGES.
           MOVE " ACTION: "
               TO TEXT-ASOF-ACTION-LABEL.
           MOVE "CURRENCY: "
               TO TEXT-ASOF-SHOW-CURRENCY.
           MOVE "OWNER: "
               TO TEXT-ASOF-SHOW-OWNER.
           MOVE "Per the loan and condition histories:"
               TO TEXT-ASOF-LEDGER-TITLE.
           MOVE "  CONDITION: "
               TO TEXT-ASOF-GRADE-LABEL.
           MOVE " SINCE "
               TO TEXT-ASOF-SINCE-LABEL.
           MOVE "  (no condition changes up to that date)"
               TO TEXT-ASOF-NO-GRADE-ENTRY.
           MOVE "  ON LOAN TO: "
               TO TEXT-ASOF-OUT-LABEL.
           MOVE "  RETURNED ON: "
               TO TEXT-ASOF-BACK-LABEL.
           MOVE "  (no loans up to that date)"
               TO TEXT-ASOF-NO-LOAN-ENTRY.
