      * English wording for the texts TODAY-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "TODAY'S DESK WORK - "
               TO TEXT-TODAY-TITLE.
           MOVE "Nothing needs attention today."
               TO TEXT-TODAY-NOTHING.
           MOVE "More items not shown: "
               TO TEXT-TODAY-OVERFLOW.
           MOVE "Number: open its program. P: print. Blank: menu."
               TO TEXT-TODAY-PICK-PROMPT.
           MOVE "List saved to bd-comic-today.txt."
               TO TEXT-TODAY-PRINTED.
           MOVE "That item is not on the list."
               TO ERROR-TODAY-BAD-PICK.
           MOVE "OVERDUE"
               TO TEXT-TODAY-LATE-MARK.
           MOVE "DUE TODAY"
               TO TEXT-TODAY-DUE-MARK.
           MOVE "LOANS: ID, TITLE, ISSUE, BORROWER, DUE DATE"
               TO TEXT-TODAY-HEAD-LOANS.
           MOVE "HOLDS READY: ID, TITLE, ISSUE, WHO, SINCE"
               TO TEXT-TODAY-HEAD-HOLDS.
           MOVE "LATE GRADING: ID, TITLE, ISSUE, SERVICE, DUE BACK"
               TO TEXT-TODAY-HEAD-GRADING.
           MOVE "OPEN CLAIMS: ID, TITLE, ISSUE, WHO, DATE, AMOUNT"
               TO TEXT-TODAY-HEAD-CLAIMS.
           MOVE "WANTS MET: TITLE, ISSUE, PUBLISHER, CEILING, PRICE"
               TO TEXT-TODAY-HEAD-WANTS.
           MOVE "LAST NIGHT'S FAILURES: PROGRAM, DATE, STATUS"
               TO TEXT-TODAY-HEAD-FAILED.
