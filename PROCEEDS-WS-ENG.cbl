               TO TEXT-PROCEEDS-NONE.
           MOVE "The sales ledger does not exist."
               TO TEXT-PROCEEDS-NO-FILE.
           MOVE "HOUSE"
               TO TEXT-PROCEEDS-HOUSE-CODE.
           MOVE "      CURRENCY BOOK/PRICE: "
               TO TEXT-PROCEEDS-CURRENCY-LABEL.
           MOVE "  IN HOUSE, BOOK: "
               TO TEXT-PROCEEDS-BASE-BOOK-LABEL.
           MOVE "  PRICE: "
               TO TEXT-PROCEEDS-BASE-PRICE-LABEL.
           MOVE "NO RATE, LEFT OUT OF THE TOTALS"
               TO TEXT-PROCEEDS-NO-RATE-MARK.
           MOVE "WARNING: SALES WITH NO RATE, NOT TOTALLED: "
               TO TEXT-PROCEEDS-NO-RATE.
