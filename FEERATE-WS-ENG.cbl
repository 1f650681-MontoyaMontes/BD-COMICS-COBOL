      * English wording for the texts FEERATE-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "What do you want to do?"
               TO TEXT-FEE-MODE-PROMPT.
           MOVE "1. Add a late-fee band"
               TO TEXT-FEE-MODE-OPTION-1.
           MOVE "2. Change or delete a band"
               TO TEXT-FEE-MODE-OPTION-2.
           MOVE "3. List bands"
               TO TEXT-FEE-MODE-OPTION-3.
           MOVE "4. Exit"
               TO TEXT-FEE-MODE-OPTION-4.
           MOVE "Days late the band applies from."
               TO TEXT-FEE-DAYS-PROMPT.
           MOVE "Leave 0 to exit."
               TO TEXT-FEE-ZERO-EXIT.
           MOVE "Fee per day, whole units."
               TO TEXT-FEE-PER-DAY-WHOLE.
           MOVE "Fee per day, cents."
               TO TEXT-FEE-PER-DAY-CENTS.
           MOVE "Most per return, whole units (0 = no cap)."
               TO TEXT-FEE-MAX-WHOLE.
           MOVE "Most per return, cents."
               TO TEXT-FEE-MAX-CENTS.
           MOVE "Band recorded."
               TO TEXT-FEE-ADDED.
           MOVE "Band updated."
               TO TEXT-FEE-UPDATED.
           MOVE "Band deleted."
               TO TEXT-FEE-DELETED.
           MOVE "Add another? (Y/N)"
               TO TEXT-FEE-RESTART.
           MOVE "1. Change amounts   2. Delete band"
               TO TEXT-FEE-EDIT-PROMPT.
           MOVE "FROM DAY: "
               TO TEXT-FEE-SHOW-DAYS.
           MOVE "PER DAY: "
               TO TEXT-FEE-SHOW-PER-DAY.
           MOVE "CAP: "
               TO TEXT-FEE-SHOW-MAX.
           MOVE "DAY   PER DAY      CAP"
               TO TEXT-FEE-LIST-TITLE.
           MOVE "No late-fee bands on file."
               TO TEXT-FEE-LIST-NONE.
           MOVE "The days must be greater than zero."
               TO ERROR-FEE-INVALID-DAYS.
           MOVE "Invalid amount."
               TO ERROR-FEE-INVALID-AMOUNT.
           MOVE "There is already a band from that day."
               TO ERROR-FEE-DUPLICATE.
           MOVE "No band starts on that day."
               TO ERROR-FEE-NO-FOUND.
           MOVE "ERROR UPDATING THE BAND."
               TO ERROR-FEE-CANT-UPDATE.
