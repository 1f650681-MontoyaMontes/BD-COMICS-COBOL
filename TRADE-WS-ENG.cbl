               TO TEXT-NO-LOCATION-FILE.
           MOVE "Barcode (scan it or leave blank)."
               TO BARCODE-PROMPT.
           MOVE "Currency of the deal (blank = house)."
               TO TEXT-TRADE-CURRENCY-PROMPT.
           MOVE "No rate in force for that currency."
               TO ERROR-TRADE-NO-RATE.
           MOVE "Warning: the comic received goes over budget."
               TO TEXT-BUDGET-OVER.
           MOVE "Budget for the year "
               TO TEXT-BUDGET-YEAR-LABEL.
           MOVE "Budget for the month "
               TO TEXT-BUDGET-MONTH-LABEL.
           MOVE "(all publishers)"
               TO TEXT-BUDGET-ALL-HOUSES.
           MOVE "Budget:              "
               TO TEXT-BUDGET-LIMIT-LABEL.
           MOVE "Spent so far:         "
               TO TEXT-BUDGET-SPENT-LABEL.
           MOVE "This comic:           "
               TO TEXT-BUDGET-BUY-LABEL.
           MOVE "Go on with the trade anyway? (Y/N)"
               TO TEXT-BUDGET-CONFIRM.
           MOVE "Trade not recorded."
               TO TEXT-BUDGET-NOT-ADDED.
