      * English wording for the texts PAYABLE-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "OPEN PAYABLES AS OF "
               TO TEXT-PAYABLE-TITLE.
           MOVE "Dealer: "
               TO TEXT-PAYABLE-DEALER-PREFIX.
           MOVE "Invoice"
               TO TEXT-PAYABLE-HEAD-NUMBER.
           MOVE "Date"
               TO TEXT-PAYABLE-HEAD-DATE.
           MOVE "Due"
               TO TEXT-PAYABLE-HEAD-DUE.
           MOVE "     Total"
               TO TEXT-PAYABLE-HEAD-TOTAL.
           MOVE "      Paid"
               TO TEXT-PAYABLE-HEAD-PAID.
           MOVE "     Owing"
               TO TEXT-PAYABLE-HEAD-OUTSTANDING.
           MOVE "Cur"
               TO TEXT-PAYABLE-HEAD-CURRENCY.
           MOVE "OVERDUE"
               TO TEXT-PAYABLE-OVERDUE-MARK.
           MOVE "  Owed to dealer (house currency): "
               TO TEXT-PAYABLE-DEALER-TOTAL.
           MOVE "Total owed (house currency): "
               TO TEXT-PAYABLE-GRAND-TOTAL.
           MOVE "Open invoices: "
               TO TEXT-PAYABLE-OPEN-COUNT.
           MOVE "Of which overdue: "
               TO TEXT-PAYABLE-OVERDUE-COUNT.
           MOVE "No invoices waiting to be paid."
               TO TEXT-PAYABLE-NONE.
           MOVE "Warning: amounts with no rate, left out of totals: "
               TO TEXT-PAYABLE-NO-RATE.
