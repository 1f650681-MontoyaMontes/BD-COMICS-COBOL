      * English wording for the texts BUDRPT-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Year of the report (YYYY)."
               TO TEXT-BUDRPT-YEAR-PROMPT.
           MOVE "BUDGET VERSUS ACTUAL - YEAR "
               TO TEXT-BUDRPT-TITLE-PREFIX.
           MOVE "PERIOD"
               TO TEXT-BUDRPT-HEAD-PERIOD.
           MOVE "PUBLISHER"
               TO TEXT-BUDRPT-HEAD-HOUSE.
           MOVE "BUDGET"
               TO TEXT-BUDRPT-HEAD-BUDGET.
           MOVE "SPENT"
               TO TEXT-BUDRPT-HEAD-SPENT.
           MOVE "COMMITTED"
               TO TEXT-BUDRPT-HEAD-COMMITTED.
           MOVE "HEADROOM"
               TO TEXT-BUDRPT-HEAD-HEADROOM.
           MOVE "(all)"
               TO TEXT-BUDRPT-ALL-HOUSES.
           MOVE "OVER"
               TO TEXT-BUDRPT-OVER-MARK.
           MOVE "There are no budgets for that year."
               TO TEXT-BUDRPT-NONE.
           MOVE "Committed: maximum prices on the want list,"
               TO TEXT-BUDRPT-COMMIT-NOTE-1.
           MOVE "only for periods that have not ended yet."
               TO TEXT-BUDRPT-COMMIT-NOTE-2.
           MOVE "Wants with no price ceiling, not committed: "
               TO TEXT-BUDRPT-NO-CEILING.
           MOVE "Purchases with no rate, left out of spend: "
               TO TEXT-BUDRPT-NO-RATE.
           MOVE "Budgets that did not fit in the report: "
               TO TEXT-BUDRPT-TRUNCATED.
