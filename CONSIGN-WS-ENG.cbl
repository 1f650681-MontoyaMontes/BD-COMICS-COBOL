      * English wording for the texts CONSIGN-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Choose a consignment option:"
               TO TEXT-CONSIGN-MODE-PROMPT.
           MOVE "1. Send a comic out on consignment"
               TO TEXT-CONSIGN-MODE-OPTION-1.
           MOVE "2. Key the dealer's report"
               TO TEXT-CONSIGN-MODE-OPTION-2.
           MOVE "3. List open consignments"
               TO TEXT-CONSIGN-MODE-OPTION-3.
           MOVE "4. Back"
               TO TEXT-CONSIGN-MODE-OPTION-4.
           MOVE "Enter the comic ID (0 to go back)."
               TO TEXT-CONSIGN-ID-PROMPT.
           MOVE "There is no active comic with that ID."
               TO TEXT-CONSIGN-NOT-AVAILABLE.
           MOVE "That comic is on loan; it cannot be consigned."
               TO TEXT-CONSIGN-ON-LOAN.
           MOVE "ID: "
               TO TEXT-SHOW-ID.
           MOVE "NAME: "
               TO TEXT-SHOW-NAME.
           MOVE "ISSUE: "
               TO TEXT-SHOW-ISSUE.
           MOVE "That record is in use at the other station."
               TO TEXT-RECORD-LOCKED.
           MOVE "Do you want to retry? (Y/N)"
               TO TEXT-RETRY-QUESTION.
           MOVE "Record locked; the read was not retried."
               TO TEXT-LOCK-DECLINED.
           MOVE "Warning: dealer list unavailable; not checked."
               TO TEXT-NO-DEALER-FILE.
           MOVE "Enter the dealer taking the comic."
               TO TEXT-CONSIGN-DEALER-PROMPT.
           MOVE "That dealer is not on the list."
               TO ERROR-CONSIGN-INVALID-DEALER.
           MOVE "Date out YYYYMMDD (blank = today)."
               TO TEXT-CONSIGN-DATE-OUT-PROMPT.
           MOVE "The date must be numeric."
               TO ERROR-CONSIGN-BAD-DATE.
           MOVE "Enter the date again."
               TO TEXT-CONSIGN-DATE-AGAIN.
           MOVE "Minimum accepted price:"
               TO TEXT-CONSIGN-MIN-PRICE-PROMPT.
           MOVE "Whole part:"
               TO TEXT-CONSIGN-WHOLE-PROMPT.
           MOVE "Cents (00-99):"
               TO TEXT-CONSIGN-CENTS-PROMPT.
           MOVE "The amount must be numeric."
               TO ERROR-CONSIGN-BAD-AMOUNT.
           MOVE "Dealer commission as a percentage:"
               TO TEXT-CONSIGN-RATE-PROMPT.
           MOVE "Confirm the consignment? (Y/N)"
               TO TEXT-CONSIGN-CONFIRM.
           MOVE "The comic could not be marked consigned."
               TO ERROR-CANT-CONSIGN.
           MOVE "Comic sent out on consignment."
               TO TEXT-CONSIGN-DONE.
           MOVE "Outcome: S sold, R returned."
               TO TEXT-CONSIGN-OUTCOME-PROMPT.
           MOVE "Outcome not valid; nothing recorded."
               TO ERROR-CONSIGN-BAD-OUTCOME.
           MOVE "Sale date YYYYMMDD (blank = today)."
               TO TEXT-CONSIGN-SALE-DATE-PROMPT.
           MOVE "Gross sale price:"
               TO TEXT-CONSIGN-SALE-PRICE-PROMPT.
           MOVE "Warning: sold below the agreed minimum."
               TO TEXT-CONSIGN-UNDER-MINIMUM.
           MOVE "Report recorded; it settles in the nightly run."
               TO TEXT-CONSIGN-REPORTED.
           MOVE "There is no open consignment for that comic."
               TO TEXT-CONSIGN-NO-FOUND.
           MOVE "Consignment ledger too large; left unchanged."
               TO TEXT-CONSIGN-TOO-BIG.
           MOVE "Dealer to list (blank = all)."
               TO TEXT-CONSIGN-LIST-DEALER.
           MOVE "OPEN CONSIGNMENTS"
               TO TEXT-CONSIGN-LIST-TITLE.
           MOVE "There are no open consignments."
               TO TEXT-CONSIGN-LIST-NONE.
           MOVE "DEALER: "
               TO TEXT-CONSIGN-SHOW-DEALER.
           MOVE "DATE OUT: "
               TO TEXT-CONSIGN-SHOW-DATE-OUT.
           MOVE "MINIMUM PRICE: "
               TO TEXT-CONSIGN-SHOW-MIN-PRICE.
           MOVE "COMMISSION %: "
               TO TEXT-CONSIGN-SHOW-RATE.
           MOVE "REPORTED SOLD FOR: "
               TO TEXT-CONSIGN-SHOW-SOLD.
           MOVE "REPORTED RETURNED"
               TO TEXT-CONSIGN-SHOW-RETURNED.
           MOVE "Settling reported consignments..."
               TO TEXT-SETTLE-START.
           MOVE "No consignment ledger; nothing to settle."
               TO TEXT-SETTLE-NO-LEDGER.
           MOVE "Comic not out on consignment; line left open: "
               TO TEXT-SETTLE-SKIPPED.
           MOVE "Sales settled: "
               TO TEXT-SETTLE-SOLD.
           MOVE "Returns settled: "
               TO TEXT-SETTLE-RETURNED.
           MOVE "Lines left open: "
               TO TEXT-SETTLE-SKIPPED-TOTAL.
           MOVE "Net amount received: "
               TO TEXT-SETTLE-NET.
           MOVE "CONSIGNMENT STATEMENT BY DEALER"
               TO TEXT-STMT-TITLE.
           MOVE "No consignments on record."
               TO TEXT-STMT-NONE.
           MOVE "DEALER: "
               TO TEXT-STMT-DEALER.
           MOVE "ID     DATE OUT  STATE        GROSS    COMMISS. NET"
               TO TEXT-STMT-HEADING.
           MOVE "OUT"
               TO TEXT-STMT-STATE-OUT.
           MOVE "REPORTED"
               TO TEXT-STMT-STATE-REPORTED.
           MOVE "SOLD"
               TO TEXT-STMT-STATE-SOLD.
           MOVE "RETURNED"
               TO TEXT-STMT-STATE-RETURNED.
           MOVE "  Comics still out: "
               TO TEXT-STMT-OUT-TOTAL.
           MOVE "  Comics sold: "
               TO TEXT-STMT-SOLD-TOTAL.
           MOVE "  Comics returned: "
               TO TEXT-STMT-RETURNED-TOTAL.
           MOVE "  Gross sales: "
               TO TEXT-STMT-GROSS-TOTAL.
           MOVE "  Dealer commission: "
               TO TEXT-STMT-COMMISSION-TOTAL.
           MOVE "  Net received: "
               TO TEXT-STMT-NET-TOTAL.
           MOVE "Warning: dealers left out by the limit: "
               TO TEXT-STMT-TRUNCATED.
           MOVE "Sale listing closed."
               TO TEXT-LISTING-CLOSED.
