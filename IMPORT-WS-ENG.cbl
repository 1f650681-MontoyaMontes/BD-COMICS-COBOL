               TO TEXT-IMPORT-WANT-FILLED.
           MOVE "Wants filled: "
               TO TEXT-IMPORT-WANTS-DONE.
           MOVE "Goes over budget, line "
               TO TEXT-IMPORT-OVER-BUDGET.
           MOVE " period "
               TO TEXT-IMPORT-OVER-PERIOD.
           MOVE "Load the line anyway? (Y/N)"
               TO TEXT-IMPORT-BUDGET-CONFIRM.
           MOVE "Lines loaded over budget: "
               TO TEXT-IMPORT-BUDGET-DONE.
           MOVE "Series with a cancelled standing order, ID "
               TO TEXT-IMPORT-ORDER-CANCELLED.
           MOVE "Arrivals noted on standing orders: "
               TO TEXT-IMPORT-ORDERS-DONE.
