      * English wording for the texts INVOICE-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "What do you want to do?"
               TO TEXT-INVOICE-MODE-PROMPT.
           MOVE "1. Enter an invoice"
               TO TEXT-INVOICE-MODE-OPTION-1.
           MOVE "2. Show or correct an invoice"
               TO TEXT-INVOICE-MODE-OPTION-2.
           MOVE "3. Record a payment"
               TO TEXT-INVOICE-MODE-OPTION-3.
           MOVE "4. List invoices"
               TO TEXT-INVOICE-MODE-OPTION-4.
           MOVE "5. Exit"
               TO TEXT-INVOICE-MODE-OPTION-5.
           MOVE "Warning: dealer list unavailable; not checked."
               TO TEXT-NO-DEALER-FILE.
           MOVE "Dealer who issued the invoice."
               TO TEXT-INVOICE-DEALER-PROMPT.
           MOVE "Dealer's invoice number."
               TO TEXT-INVOICE-NUMBER-PROMPT.
           MOVE "Invoice date (YYYYMMDD, blank = today)."
               TO TEXT-INVOICE-DATE-PROMPT.
           MOVE "Due date (YYYYMMDD, blank = no terms)."
               TO TEXT-INVOICE-DUE-PROMPT.
           MOVE "Currency (ISO code, blank = house)."
               TO TEXT-INVOICE-CURRENCY-PROMPT.
           MOVE "Invoice recorded."
               TO TEXT-INVOICE-ADDED.
           MOVE "One line per copy; a blank title finishes."
               TO TEXT-INVOICE-LINES-INTRO.
           MOVE "Title billed."
               TO TEXT-INVOICE-LINE-NAME-PROMPT.
           MOVE "Issue number."
               TO TEXT-INVOICE-LINE-ISSUE-PROMPT.
           MOVE "Price billed for the copy."
               TO TEXT-INVOICE-LINE-PRICE-PROMPT.
           MOVE "Amount, no decimals."
               TO TEXT-INVOICE-WHOLE-PROMPT.
           MOVE "Cents of the amount."
               TO TEXT-INVOICE-CENTS-PROMPT.
           MOVE "Add another? (Y/N)"
               TO TEXT-INVOICE-RESTART.
           MOVE "Blank dealer to go back."
               TO TEXT-INVOICE-BLANK-EXIT.
           MOVE "What do you want to do with it?"
               TO TEXT-INVOICE-EDIT-PROMPT.
           MOVE "1. Add lines"
               TO TEXT-INVOICE-EDIT-OPTION-1.
           MOVE "2. Delete a line"
               TO TEXT-INVOICE-EDIT-OPTION-2.
           MOVE "3. Delete the whole invoice"
               TO TEXT-INVOICE-EDIT-OPTION-3.
           MOVE "4. Nothing, go back"
               TO TEXT-INVOICE-EDIT-OPTION-4.
           MOVE "Dealer:       "
               TO TEXT-INVOICE-SHOW-DEALER.
           MOVE "Invoice:      "
               TO TEXT-INVOICE-SHOW-NUMBER.
           MOVE "Date:         "
               TO TEXT-INVOICE-SHOW-DATE.
           MOVE "Due date:     "
               TO TEXT-INVOICE-SHOW-DUE.
           MOVE "Currency:     "
               TO TEXT-INVOICE-SHOW-CURRENCY.
           MOVE "Total:        "
               TO TEXT-INVOICE-SHOW-TOTAL.
           MOVE "Paid:         "
               TO TEXT-INVOICE-SHOW-PAID.
           MOVE "Outstanding:  "
               TO TEXT-INVOICE-SHOW-OUTSTANDING.
           MOVE "  Lin Title / Issue / Price"
               TO TEXT-INVOICE-LINES-TITLE.
           MOVE "  (no lines)"
               TO TEXT-INVOICE-NO-LINES.
           MOVE "matched to ID "
               TO TEXT-INVOICE-MATCHED-MARK.
           MOVE "Line number to delete."
               TO TEXT-INVOICE-LINE-NUMBER-PROMPT.
           MOVE "Line deleted."
               TO TEXT-INVOICE-LINE-DELETED.
           MOVE "Delete the invoice and its lines? (Y/N)"
               TO TEXT-INVOICE-DELETE-CONFIRM.
           MOVE "Invoice deleted."
               TO TEXT-INVOICE-DELETED.
           MOVE "The invoice is already paid."
               TO TEXT-INVOICE-ALREADY-PAID.
           MOVE "Amount paid now."
               TO TEXT-INVOICE-PAYMENT-PROMPT.
           MOVE "Payment date (YYYYMMDD, blank = today)."
               TO TEXT-INVOICE-PAID-DATE-PROMPT.
           MOVE "Payment recorded."
               TO TEXT-INVOICE-PAYMENT-DONE.
           MOVE "Dealer to list (blank = all)."
               TO TEXT-INVOICE-LIST-PROMPT.
           MOVE "  Dealer / Invoice / Date / Total / Paid"
               TO TEXT-INVOICE-LIST-TITLE.
           MOVE "  No invoices."
               TO TEXT-INVOICE-LIST-NONE.
           MOVE "Error: dealer is not on the list."
               TO ERROR-INVOICE-INVALID-DEALER.
           MOVE "Error: that invoice already exists."
               TO ERROR-INVOICE-DUPLICATE.
           MOVE "Error: no rate for that currency on that date."
               TO ERROR-INVOICE-INVALID-CURRENCY.
           MOVE "Error: the invoice could not be updated."
               TO ERROR-INVOICE-CANT-UPDATE.
           MOVE "Error: the invoice already has 999 lines."
               TO ERROR-INVOICE-TOO-MANY-LINES.
           MOVE "Error: invalid amount."
               TO ERROR-INVOICE-BAD-AMOUNT.
           MOVE "Error: invalid date, use YYYYMMDD."
               TO ERROR-INVOICE-BAD-DATE.
           MOVE "Error: invoice not found."
               TO ERROR-INVOICE-NO-FOUND.
           MOVE "Error: that line does not exist."
               TO ERROR-INVOICE-NO-LINE.
           MOVE "Error: the invoice has payments; not deleted."
               TO ERROR-INVOICE-HAS-PAYMENTS.
           MOVE "Error: payment is more than what is owed."
               TO ERROR-INVOICE-OVERPAID.
