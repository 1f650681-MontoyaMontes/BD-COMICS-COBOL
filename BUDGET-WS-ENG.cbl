      * English wording for the texts BUDGET-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "What do you want to do?"
               TO TEXT-BUDGET-MODE-PROMPT.
           MOVE "1. Add a budget"
               TO TEXT-BUDGET-MODE-OPTION-1.
           MOVE "2. Change or delete a budget"
               TO TEXT-BUDGET-MODE-OPTION-2.
           MOVE "3. List budgets"
               TO TEXT-BUDGET-MODE-OPTION-3.
           MOVE "4. Exit"
               TO TEXT-BUDGET-MODE-OPTION-4.
           MOVE "Budget year (YYYY)."
               TO TEXT-BUDGET-YEAR-PROMPT.
           MOVE "Month (01-12, 00 = whole year)."
               TO TEXT-BUDGET-MONTH-PROMPT.
           MOVE "Publisher (blank = all of them)."
               TO TEXT-BUDGET-HOUSE-PROMPT.
           MOVE "Amount in house currency, no decimals."
               TO TEXT-BUDGET-WHOLE-PROMPT.
           MOVE "Cents of the amount."
               TO TEXT-BUDGET-CENTS-PROMPT.
           MOVE "When exceeded: A = warn, C = ask to confirm."
               TO TEXT-BUDGET-ACTION-PROMPT.
           MOVE "Budget recorded."
               TO TEXT-BUDGET-ADDED.
           MOVE "Budget updated."
               TO TEXT-BUDGET-UPDATED.
           MOVE "Budget deleted."
               TO TEXT-BUDGET-DELETED.
           MOVE "Add another? (Y/N)"
               TO TEXT-BUDGET-RESTART.
           MOVE "Leave the year at zero to exit."
               TO TEXT-BUDGET-BLANK-EXIT.
           MOVE "1. Change amount and action   2. Delete budget"
               TO TEXT-BUDGET-EDIT-PROMPT.
           MOVE "Year to list (0 = all)."
               TO TEXT-BUDGET-LIST-PROMPT.
           MOVE "Budgets on file:"
               TO TEXT-BUDGET-LIST-TITLE.
           MOVE "There are no budgets on file."
               TO TEXT-BUDGET-LIST-NONE.
           MOVE "(all)"
               TO TEXT-BUDGET-ALL-HOUSES.
           MOVE "YEAR: "
               TO TEXT-BUDGET-SHOW-YEAR.
           MOVE "MONTH: "
               TO TEXT-BUDGET-SHOW-MONTH.
           MOVE "PUBLISHER: "
               TO TEXT-BUDGET-SHOW-HOUSE.
           MOVE "AMOUNT: "
               TO TEXT-BUDGET-SHOW-AMOUNT.
           MOVE "WHEN EXCEEDED: "
               TO TEXT-BUDGET-SHOW-ACTION.
           MOVE "No budget for that period and publisher."
               TO ERROR-BUDGET-NO-FOUND.
           MOVE "There is already a budget for that period."
               TO ERROR-BUDGET-DUPLICATE.
           MOVE "INVALID YEAR."
               TO ERROR-BUDGET-INVALID-YEAR.
           MOVE "INVALID MONTH."
               TO ERROR-BUDGET-INVALID-MONTH.
           MOVE "INVALID PUBLISHER."
               TO ERROR-BUDGET-INVALID-HOUSE.
           MOVE "INVALID AMOUNT."
               TO ERROR-BUDGET-INVALID-VALUE.
           MOVE "INVALID ACTION, USE A OR C."
               TO ERROR-BUDGET-INVALID-ACTION.
           MOVE "ERROR UPDATING THE BUDGET."
               TO ERROR-BUDGET-CANT-UPDATE.
