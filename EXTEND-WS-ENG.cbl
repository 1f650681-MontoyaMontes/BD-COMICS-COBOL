      * English wording for the texts EXTEND-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Comic file extension for the owner"
               TO TEXT-EXTEND-TITLE.
           MOVE "Really extend now (Y/N)"
               TO TEXT-EXTEND-QUESTION.
           MOVE "Owner for every comic (Enter = none):"
               TO TEXT-EXTEND-OWNER-PROMPT.
           MOVE "That owner is not active on the registry."
               TO ERROR-EXTEND-BAD-OWNER.
           MOVE "No previous or current file there to extend."
               TO TEXT-EXTEND-NO-SHORT.
           MOVE "Records read: "
               TO TEXT-EXTEND-READ.
           MOVE "Records written: "
               TO TEXT-EXTEND-WRITTEN.
           MOVE "Extension finished; the old file is kept aside."
               TO TEXT-EXTEND-DONE.
           MOVE "Backups taken before this are no longer restorable."
               TO TEXT-EXTEND-BAK-NOTE.
           MOVE "ERROR PREPARING THE EXTENSION."
               TO ERROR-CANT-EXTEND.
