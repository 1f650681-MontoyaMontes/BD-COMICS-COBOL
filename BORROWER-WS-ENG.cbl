               TO TEXT-BORROWER-MODE-OPTION-1.
           MOVE "2. Update a borrower"
               TO TEXT-BORROWER-MODE-OPTION-2.
           MOVE "3. Show notices sent"
               TO TEXT-BORROWER-MODE-OPTION-3.
           MOVE "4. Back to the menu"
               TO TEXT-BORROWER-MODE-OPTION-4.
           MOVE "Enter the full name."
               TO TEXT-BORROWER-NAME-PROMPT.
           MOVE "Enter the phone number."
               TO ERROR-BORROWER-NO-FOUND.
           MOVE "ERROR UPDATING BORROWER."
               TO ERROR-CANT-UPDATE-BORROWER.
           MOVE "Most the person may owe (0 = no limit)."
               TO TEXT-BORROWER-LIMIT-PROMPT.
           MOVE "New balance limit:"
               TO TEXT-BORROWER-NEW-LIMIT.
           MOVE "BALANCE LIMIT: "
               TO TEXT-SHOW-BORROWER-LIMIT.
           MOVE "The balance limit must be numeric."
               TO ERROR-BORROWER-BAD-LIMIT.
           MOVE "NOTICES SENT TO "
               TO TEXT-NOTICE-HISTORY-TITLE.
           MOVE "SENT     T COMIC REF DATE EMAIL / PHONE"
               TO TEXT-NOTICE-HISTORY-HEADER.
           MOVE "No notices have been sent to this borrower."
               TO TEXT-NOTICE-HISTORY-NONE.
           MOVE "T: H hold ready, D due soon, O overdue, C claim"
               TO TEXT-NOTICE-HISTORY-LEGEND.
