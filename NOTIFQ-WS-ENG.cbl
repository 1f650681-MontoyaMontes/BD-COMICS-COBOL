      * English wording for the texts NOTIFQ-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Loan notices queued: "
               TO TEXT-REMIND-QUEUED.
           MOVE "There are no queued notices."
               TO TEXT-DISPATCH-NO-QUEUE.
           MOVE "Notices sent to the mail-merge file: "
               TO TEXT-DISPATCH-SENT.
           MOVE "Notices with no address, left pending: "
               TO TEXT-DISPATCH-UNADDRESSED.
