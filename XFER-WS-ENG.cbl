      * English wording for the texts XFER-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "What do you want to do?"
               TO TEXT-XFER-MODE-PROMPT.
           MOVE "1. Transfer a comic to another owner"
               TO TEXT-XFER-MODE-OPTION-1.
           MOVE "2. Show the transfers of a comic"
               TO TEXT-XFER-MODE-OPTION-2.
           MOVE "3. Exit"
               TO TEXT-XFER-MODE-OPTION-3.
           MOVE "Enter the ID of the comic to transfer."
               TO TEXT-XFER-ID-PROMPT.
           MOVE "Enter the ID of the comic to look up."
               TO TEXT-XFER-ID-HIST-PROMPT.
           MOVE "Enter a whole number"
               TO TEXT-XFER-RANGE.
           MOVE "Enter 0 to exit."
               TO TEXT-XFER-EXIT-HINT.
           MOVE "Comic not found."
               TO TEXT-XFER-NO-FOUND.
           MOVE "The comic is no longer in the house."
               TO TEXT-XFER-GONE.
           MOVE "Title: "
               TO TEXT-XFER-SHOW-NAME.
           MOVE "Current owner: "
               TO TEXT-XFER-SHOW-OWNER.
           MOVE "(unassigned)"
               TO TEXT-XFER-UNASSIGNED.
           MOVE "Code of the new owner (Enter = cancel)."
               TO TEXT-XFER-NEW-OWNER-PROMPT.
           MOVE "Reason for the transfer (optional)."
               TO TEXT-XFER-REASON-PROMPT.
           MOVE "The comic already belongs to that owner."
               TO TEXT-XFER-SAME-OWNER.
           MOVE "Transfer cancelled."
               TO TEXT-XFER-CANCELLED.
           MOVE "Transfer recorded."
               TO TEXT-XFER-DONE.
           MOVE "Date     From  To    Value        Operator   Reason"
               TO TEXT-XFER-HIST-TITLE.
           MOVE "The comic has no transfers."
               TO TEXT-XFER-HIST-NONE.
           MOVE "No such owner, or the owner is retired."
               TO ERROR-XFER-BAD-OWNER.
           MOVE "ERROR UPDATING THE COMIC."
               TO ERROR-XFER-CANT-UPDATE.
