               TO ERROR-INVALID-CREATOR.
           MOVE "Warning: creators unavailable; not validated."
               TO TEXT-NO-CREATOR-FILE.
           MOVE "Purchase currency (ISO, blank = house)."
               TO CURRENCY-PROMPT.
           MOVE "No rate in force for that currency and date."
               TO ERROR-INVALID-CURRENCY.
           MOVE "Warning: this purchase goes over budget."
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
           MOVE "This purchase:        "
               TO TEXT-BUDGET-BUY-LABEL.
           MOVE "Record the purchase anyway? (Y/N)"
               TO TEXT-BUDGET-CONFIRM.
           MOVE "Purchase not recorded."
               TO TEXT-BUDGET-NOT-ADDED.
           MOVE "Noted against the series standing order."
               TO TEXT-ORDER-ARRIVAL-NOTED.
           MOVE "Warning: this series' standing order is cancelled."
               TO TEXT-ORDER-CANCELLED.
           MOVE "Owner (blank for your own): "
               TO OWNER-PROMPT.
           MOVE "No such owner, or the owner is retired."
               TO ERROR-INVALID-OWNER.
