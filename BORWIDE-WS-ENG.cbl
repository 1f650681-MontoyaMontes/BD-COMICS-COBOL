      * English wording for the texts BORWIDE-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Borrower file widening for the balance limit"
               TO TEXT-BORWIDE-TITLE.
           MOVE "Really widen now (Y/N)"
               TO TEXT-BORWIDE-QUESTION.
           MOVE "No previous or current file there to widen."
               TO TEXT-BORWIDE-NO-NARROW.
           MOVE "Records read: "
               TO TEXT-BORWIDE-READ.
           MOVE "Records written: "
               TO TEXT-BORWIDE-WRITTEN.
           MOVE "Widening finished; the old file is kept aside."
               TO TEXT-BORWIDE-DONE.
           MOVE "ERROR PREPARING THE WIDENING."
               TO ERROR-CANT-BORWIDE.
