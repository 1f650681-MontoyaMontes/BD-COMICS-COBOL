      * English wording for the texts BORACCT-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "What do you want to do?"
               TO TEXT-ACCT-MODE-PROMPT.
           MOVE "1. Take a payment"
               TO TEXT-ACCT-MODE-OPTION-1.
           MOVE "2. Waive an amount"
               TO TEXT-ACCT-MODE-OPTION-2.
           MOVE "3. Show a borrower account"
               TO TEXT-ACCT-MODE-OPTION-3.
           MOVE "4. Back to the menu"
               TO TEXT-ACCT-MODE-OPTION-4.
           MOVE "Borrower name."
               TO TEXT-ACCT-BORROWER-PROMPT.
           MOVE "Balance owed: "
               TO TEXT-ACCT-BALANCE-NOW.
           MOVE "Amount, whole units."
               TO TEXT-ACCT-AMOUNT-WHOLE.
           MOVE "Amount, cents."
               TO TEXT-ACCT-AMOUNT-CENTS.
           MOVE "Reference or reason."
               TO TEXT-ACCT-NOTE-PROMPT.
           MOVE "Confirm the entry (Y/N) for "
               TO TEXT-ACCT-CONFIRM.
           MOVE "Entry posted."
               TO TEXT-ACCT-POSTED.
           MOVE "Nothing posted."
               TO TEXT-ACCT-NOT-POSTED.
           MOVE "Add another? (Y/N)"
               TO TEXT-ACCT-RESTART.
           MOVE "BORROWER: "
               TO TEXT-ACCT-SHOW-NAME.
           MOVE "BALANCE LIMIT: "
               TO TEXT-ACCT-SHOW-LIMIT.
           MOVE "DATE     TYPE         COMIC     AMOUNT   BALANCE"
               TO TEXT-ACCT-LIST-TITLE.
           MOVE "No entries on the account."
               TO TEXT-ACCT-LIST-NONE.
           MOVE "LATE FEE"
               TO TEXT-ACCT-TYPE-FEE.
           MOVE "CLAIM"
               TO TEXT-ACCT-TYPE-CLAIM.
           MOVE "PAYMENT"
               TO TEXT-ACCT-TYPE-PAYMENT.
           MOVE "WAIVER"
               TO TEXT-ACCT-TYPE-WAIVER.
           MOVE "Only a supervisor may waive."
               TO ERROR-ACCT-NOT-ALLOWED.
           MOVE "No borrower by that name."
               TO ERROR-ACCT-NO-BORROWER.
           MOVE "Invalid amount."
               TO ERROR-ACCT-INVALID-AMOUNT.
           MOVE "Cannot waive more than is owed."
               TO ERROR-ACCT-WAIVE-TOO-MUCH.
           MOVE "A waiver needs a reason."
               TO ERROR-ACCT-NOTE-NEEDED.
           MOVE "BORROWER ACCOUNT STATEMENT AS OF "
               TO TEXT-STMT-BOR-TITLE.
           MOVE "Borrower (blank = everyone)."
               TO TEXT-STMT-BOR-PROMPT.
           MOVE "No entries on any account."
               TO TEXT-STMT-BOR-NONE.
           MOVE "Total charged:  "
               TO TEXT-STMT-BOR-CHARGES.
           MOVE "Total credited: "
               TO TEXT-STMT-BOR-CREDITS.
           MOVE "Borrowers left out over the limit: "
               TO TEXT-STMT-BOR-TRUNCATED.
