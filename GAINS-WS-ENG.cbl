               TO TEXT-GAINS-GRAND-TOTAL.
           MOVE "SALES LISTED: "
               TO TEXT-GAINS-SALES-COUNT.
           MOVE "HOUSE"
               TO TEXT-GAINS-HOUSE-CODE.
           MOVE "        CURRENCY PRICE/BOOK: "
               TO TEXT-GAINS-CURRENCY-LABEL.
           MOVE "  IN HOUSE, PRICE: "
               TO TEXT-GAINS-BASE-PRICE-LABEL.
           MOVE "NO RATE, LEFT OUT OF THE TOTALS"
               TO TEXT-GAINS-NO-RATE-MARK.
           MOVE "WARNING: SALES WITH NO RATE, NOT TOTALLED: "
               TO TEXT-GAINS-NO-RATE.
           MOVE "Owner to settle (blank = everyone)."
               TO TEXT-GAINS-OWNER-PROMPT.
           MOVE "OWNER: "
               TO TEXT-GAINS-OWNER-LABEL.
           MOVE "RESULT BY OWNER"
               TO TEXT-GAINS-OWNER-TITLE.
           MOVE "  SALES: "
               TO TEXT-GAINS-OWNER-SALES.
           MOVE "  SHORT: "
               TO TEXT-GAINS-OWNER-SHORT.
           MOVE "  LONG: "
               TO TEXT-GAINS-OWNER-LONG.
           MOVE "  UNDATED: "
               TO TEXT-GAINS-OWNER-UNDATED.
           MOVE "  TOTAL: "
               TO TEXT-GAINS-OWNER-TOTAL.
           MOVE "(UNASSIGNED)"
               TO TEXT-GAINS-UNASSIGNED.
