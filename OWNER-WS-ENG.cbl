      * English wording for the texts OWNER-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "What do you want to do?"
               TO TEXT-OWNER-MODE-PROMPT.
           MOVE "1. Add an owner"
               TO TEXT-OWNER-MODE-OPTION-1.
           MOVE "2. Change an owner"
               TO TEXT-OWNER-MODE-OPTION-2.
           MOVE "3. List the owners"
               TO TEXT-OWNER-MODE-OPTION-3.
           MOVE "4. Back to the menu"
               TO TEXT-OWNER-MODE-OPTION-4.
           MOVE "Enter the owner code (up to 5)."
               TO TEXT-OWNER-CODE-PROMPT.
           MOVE "Enter the full name."
               TO TEXT-OWNER-NAME-PROMPT.
           MOVE "Operator whose adds default to them (blank = none):"
               TO TEXT-OWNER-OPERATOR-PROMPT.
           MOVE "Code of the owner to change."
               TO TEXT-OWNER-CODE-TO-EDIT.
           MOVE "Leave blank to exit."
               TO TEXT-OWNER-BLANK-EXIT.
           MOVE "Leave blank to keep the current value."
               TO TEXT-OWNER-KEEP-BLANK.
           MOVE "New name:"
               TO TEXT-OWNER-NEW-NAME.
           MOVE "New operator (* = none):"
               TO TEXT-OWNER-NEW-OPERATOR.
           MOVE "Status (A = active, B = left):"
               TO TEXT-OWNER-NEW-STATUS.
           MOVE "CODE: "
               TO TEXT-SHOW-OWNER-CODE.
           MOVE "NAME: "
               TO TEXT-SHOW-OWNER-NAME.
           MOVE "OPERATOR: "
               TO TEXT-SHOW-OWNER-OPERATOR.
           MOVE "STATUS: "
               TO TEXT-SHOW-OWNER-STATUS.
           MOVE "Owner added."
               TO TEXT-OWNER-ADDED.
           MOVE "Owner updated."
               TO TEXT-OWNER-UPDATED.
           MOVE "Add another owner (Y/N)"
               TO TEXT-OWNER-RESTART.
           MOVE "REGISTERED OWNERS"
               TO TEXT-OWNER-LIST-TITLE.
           MOVE "There are no owners yet."
               TO TEXT-OWNER-LIST-EMPTY.
           MOVE "The code cannot be left blank."
               TO ERROR-OWNER-CODE-BLANK.
           MOVE "That owner is already registered."
               TO ERROR-OWNER-DUPLICATE.
           MOVE "There is no owner with that code."
               TO ERROR-OWNER-NO-FOUND.
           MOVE "That operator is not registered."
               TO ERROR-OWNER-NO-OPERATOR.
           MOVE "That operator already adds for another owner."
               TO ERROR-OWNER-OPERATOR-TAKEN.
           MOVE "ERROR UPDATING THE OWNER."
               TO ERROR-CANT-UPDATE-OWNER.
