      * English wording for the texts INDEXHIST-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Indexing of the loan and condition histories"
               TO TEXT-INDEX-TITLE.
           MOVE "Really index now (Y/N)"
               TO TEXT-INDEX-QUESTION.
           MOVE "Loan history:"
               TO TEXT-INDEX-LOAN-TITLE.
           MOVE "Condition history:"
               TO TEXT-INDEX-COND-TITLE.
           MOVE "  No earlier file to index."
               TO TEXT-INDEX-NO-OLD.
           MOVE "  Lines read:          "
               TO TEXT-INDEX-READ.
           MOVE "  Entries written:     "
               TO TEXT-INDEX-WRITTEN.
           MOVE "  Lines rejected:      "
               TO TEXT-INDEX-REJECTED.
           MOVE "  Entries on file:     "
               TO TEXT-INDEX-ON-FILE.
           MOVE "  The counts balance."
               TO TEXT-INDEX-BALANCED.
           MOVE "  THE COUNTS DO NOT BALANCE"
               TO TEXT-INDEX-UNBALANCED.
           MOVE "Indexing finished; the earlier files are set aside."
               TO TEXT-INDEX-DONE.
           MOVE "  ERROR PREPARING THE INDEXING"
               TO ERROR-CANT-INDEX.
