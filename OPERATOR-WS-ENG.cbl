      * English wording for the texts OPERATOR-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "What do you want to do?"
               TO TEXT-OPERATOR-MODE-PROMPT.
           MOVE "1. Add an operator"
               TO TEXT-OPERATOR-MODE-OPTION-1.
           MOVE "2. Update an operator"
               TO TEXT-OPERATOR-MODE-OPTION-2.
           MOVE "3. Back to the menu"
               TO TEXT-OPERATOR-MODE-OPTION-3.
           MOVE "Enter the operator ID (up to 10)."
               TO TEXT-OPERATOR-ID-PROMPT.
           MOVE "Enter the full name."
               TO TEXT-OPERATOR-NAME-PROMPT.
           MOVE "Enter the sign-on password."
               TO TEXT-OPERATOR-PASSWORD-PROMPT.
           MOVE "Role (1 = clerk, 2 = curator, 3 = supervisor):"
               TO TEXT-OPERATOR-ROLE-PROMPT.
           MOVE "ID of the operator to update."
               TO TEXT-OPERATOR-ID-TO-EDIT.
           MOVE "Leave blank to exit."
               TO TEXT-OPERATOR-BLANK-EXIT.
           MOVE "Leave blank to keep the current value."
               TO TEXT-OPERATOR-KEEP-BLANK.
           MOVE "New name:"
               TO TEXT-OPERATOR-NEW-NAME.
           MOVE "New password:"
               TO TEXT-OPERATOR-NEW-PASSWORD.
           MOVE "Status (A = active, B = disabled):"
               TO TEXT-OPERATOR-NEW-STATUS.
           MOVE "ID: "
               TO TEXT-SHOW-OPERATOR-ID.
           MOVE "NAME: "
               TO TEXT-SHOW-OPERATOR-NAME.
           MOVE "ROLE: "
               TO TEXT-SHOW-OPERATOR-ROLE.
           MOVE "STATUS: "
               TO TEXT-SHOW-OPERATOR-STATUS.
           MOVE "Operator registered."
               TO TEXT-OPERATOR-ADDED.
           MOVE "Operator updated."
               TO TEXT-OPERATOR-UPDATED.
           MOVE "Add another operator (Y/N)"
               TO TEXT-OPERATOR-RESTART.
           MOVE "The ID cannot be left blank."
               TO ERROR-OPERATOR-ID-BLANK.
           MOVE "The role must be 1, 2 or 3."
               TO ERROR-OPERATOR-BAD-ROLE.
           MOVE "That operator is already registered."
               TO ERROR-OPERATOR-DUPLICATE.
           MOVE "No operator has that ID."
               TO ERROR-OPERATOR-NO-FOUND.
           MOVE "ERROR UPDATING OPERATOR."
               TO ERROR-CANT-UPDATE-OPERATOR.
