               TO TEXT-RETRY-QUESTION.
           MOVE "Record locked; the read was not retried."
               TO TEXT-LOCK-DECLINED.
           MOVE "OPERATOR: "
               TO TEXT-HIST-OPERATOR-LABEL.
           MOVE "Warning: this comic is listed for sale on "
               TO TEXT-LISTED-WARN.
           MOVE "Currency owed in (blank = the comic's)."
               TO TEXT-CLAIM-CURRENCY-PROMPT.
           MOVE "No rate in force for that currency."
               TO ERROR-CLAIM-NO-RATE.
           MOVE "Owes more than the balance limit; no loan. Owes: "
               TO TEXT-BORROWER-OVER-BALANCE.
           MOVE "Late fee charged to the account: "
               TO TEXT-LATE-FEE-POSTED.
           MOVE "Claim charged to the account: "
               TO TEXT-CLAIM-CHARGE-POSTED.
           MOVE "Borrower balance now owed: "
               TO TEXT-BORROWER-BALANCE-NOW.
           MOVE "No rate for the currency; nothing charged."
               TO ERROR-CLAIM-CHARGE-NO-RATE.
