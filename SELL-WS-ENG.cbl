               TO TEXT-RETRY-QUESTION.
           MOVE "Record locked; the read was not retried."
               TO TEXT-LOCK-DECLINED.
           MOVE "Sale listing closed."
               TO TEXT-LISTING-CLOSED.
           MOVE "Currency paid in (blank = house)."
               TO TEXT-SALE-CURRENCY-PROMPT.
           MOVE "No rate in force on that date."
               TO ERROR-SALE-NO-RATE.
