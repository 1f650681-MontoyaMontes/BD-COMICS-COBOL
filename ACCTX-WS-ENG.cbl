      * English wording for the texts ACCTX-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "MONTH-END ACCOUNTING EXTRACT"
               TO TEXT-ACCTX-START.
           MOVE "Enter the month to extract (YYYYMM)."
               TO TEXT-ACCTX-PERIOD-PROMPT.
           MOVE "INVALID MONTH; NOTHING EXTRACTED."
               TO TEXT-ACCTX-BAD-PERIOD.
           MOVE "THAT MONTH WAS ALREADY SENT; NOT EXTRACTED AGAIN: "
               TO TEXT-ACCTX-ALREADY-SENT.
           MOVE "THE ACCOUNT MAPPING IS MISSING; NOTHING EXTRACTED."
               TO TEXT-ACCTX-NO-CHART.
           MOVE "NO ACCOUNT MAPPED FOR THE ROLE: "
               TO TEXT-ACCTX-ROLE-MISSING.
           MOVE "TOO MANY TRADES IN THE MONTH; NOTHING EXTRACTED."
               TO TEXT-ACCTX-TOO-MANY-TRADES.
           MOVE "ENTRIES WRITTEN: "
               TO TEXT-ACCTX-DONE.
           MOVE "MONTH MARKED AS SENT."
               TO TEXT-ACCTX-MARKED.
           MOVE "THE MONTH IS NOT MARKED AS SENT."
               TO TEXT-ACCTX-NOT-MARKED.
           MOVE "ACCOUNTING EXTRACT CONTROL - MONTH "
               TO TEXT-ACCTX-TITLE.
           MOVE "EVENTS EXTRACTED:"
               TO TEXT-ACCTX-EVENTS-TITLE.
           MOVE "ACQUISITION"
               TO TEXT-ACCTX-EV-ACQUIRE.
           MOVE "SALE"
               TO TEXT-ACCTX-EV-SALE.
           MOVE "TRADE"
               TO TEXT-ACCTX-EV-TRADE.
           MOVE "CLAIM SETTLED"
               TO TEXT-ACCTX-EV-CLAIM.
           MOVE "LOST WRITE-OFF"
               TO TEXT-ACCTX-EV-LOST.
           MOVE "REVALUATION"
               TO TEXT-ACCTX-EV-REVALUE.
           MOVE "ACCOUNT"
               TO TEXT-ACCTX-HEAD-ACCOUNT.
           MOVE "DESCRIPTION"
               TO TEXT-ACCTX-HEAD-DESCRIPTION.
           MOVE "DEBIT"
               TO TEXT-ACCTX-HEAD-DEBIT.
           MOVE "CREDIT"
               TO TEXT-ACCTX-HEAD-CREDIT.
           MOVE "TOTAL"
               TO TEXT-ACCTX-TOTAL-LABEL.
           MOVE "DEBITS AND CREDITS TIE OUT."
               TO TEXT-ACCTX-BALANCED.
           MOVE "WARNING: DEBITS AND CREDITS DO NOT TIE OUT."
               TO TEXT-ACCTX-UNBALANCED.
           MOVE "NO EXCHANGE RATE, LEFT OUT:"
               TO TEXT-ACCTX-NO-RATE-TITLE.
           MOVE "No money events in that month."
               TO TEXT-ACCTX-NONE.
           MOVE "REVALUATIONS ALREADY IN THE PURCHASE: "
               TO TEXT-ACCTX-FOLDED.
           MOVE "AUDIT LOG YEAR ARCHIVE MISSING: "
               TO TEXT-ACCTX-NO-ARCHIVE.
