      * English wording for the texts RATE-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "What do you want to do?"
               TO TEXT-RATE-MODE-PROMPT.
           MOVE "1. Add an exchange rate"
               TO TEXT-RATE-MODE-OPTION-1.
           MOVE "2. Change or delete a rate"
               TO TEXT-RATE-MODE-OPTION-2.
           MOVE "3. List exchange rates"
               TO TEXT-RATE-MODE-OPTION-3.
           MOVE "4. Exit"
               TO TEXT-RATE-MODE-OPTION-4.
           MOVE "Currency code (ISO, e.g. USD)."
               TO TEXT-RATE-CURRENCY-PROMPT.
           MOVE "Date it applies from (YYYYMMDD)."
               TO TEXT-RATE-DATE-PROMPT.
           MOVE "House currency units per unit."
               TO TEXT-RATE-WHOLE-PROMPT.
           MOVE "Rate decimals (6 digits)."
               TO TEXT-RATE-MICRO-PROMPT.
           MOVE "Rate recorded."
               TO TEXT-RATE-ADDED.
           MOVE "Rate updated."
               TO TEXT-RATE-UPDATED.
           MOVE "Rate deleted."
               TO TEXT-RATE-DELETED.
           MOVE "Add another? (Y/N)"
               TO TEXT-RATE-RESTART.
           MOVE "Leave the currency blank to leave."
               TO TEXT-RATE-BLANK-EXIT.
           MOVE "1. Change the rate   2. Delete it"
               TO TEXT-RATE-EDIT-PROMPT.
           MOVE "Currency to list (blank = all)."
               TO TEXT-RATE-LIST-PROMPT.
           MOVE "Recorded exchange rates:"
               TO TEXT-RATE-LIST-TITLE.
           MOVE "No exchange rates are recorded."
               TO TEXT-RATE-LIST-NONE.
           MOVE "CURRENCY: "
               TO TEXT-RATE-SHOW-CURRENCY.
           MOVE "FROM: "
               TO TEXT-RATE-SHOW-DATE.
           MOVE "RATE: "
               TO TEXT-RATE-SHOW-RATE.
           MOVE "No rate has that currency and date."
               TO ERROR-RATE-NO-FOUND.
           MOVE "That currency already has a rate that day."
               TO ERROR-RATE-DUPLICATE.
           MOVE "The currency cannot be left blank."
               TO ERROR-RATE-BLANK.
           MOVE "INVALID DATE."
               TO ERROR-RATE-INVALID-DATE.
           MOVE "INVALID RATE."
               TO ERROR-RATE-INVALID-VALUE.
           MOVE "ERROR UPDATING THE RATE."
               TO ERROR-RATE-CANT-UPDATE.
