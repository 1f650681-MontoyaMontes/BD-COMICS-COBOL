      * English wording for the texts WIDEN-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Comic file widening for the purchase currency"
               TO TEXT-WIDEN-TITLE.
           MOVE "Really widen now (Y/N)"
               TO TEXT-WIDEN-QUESTION.
           MOVE "No previous or current file there to widen."
               TO TEXT-WIDEN-NO-NARROW.
           MOVE "Records read: "
               TO TEXT-WIDEN-READ.
           MOVE "Records written: "
               TO TEXT-WIDEN-WRITTEN.
           MOVE "Widening finished; the old file is kept aside."
               TO TEXT-WIDEN-DONE.
           MOVE "Backups taken before this are no longer restorable."
               TO TEXT-WIDEN-BAK-NOTE.
           MOVE "ERROR PREPARING THE WIDENING."
               TO ERROR-CANT-WIDEN.
