               TO TEXT-VALUATION-HOUSE-LABEL.
           MOVE "TOTAL COLLECTION VALUE: "
               TO TEXT-VALUATION-GRAND-TOTAL.
           MOVE "Owner to value (blank = everyone)."
               TO TEXT-VALUATION-OWNER-PROMPT.
           MOVE "OWNER: "
               TO TEXT-VALUATION-OWNER-LABEL.
           MOVE "INSURED VALUE BY OWNER"
               TO TEXT-VALUATION-OWNER-TITLE.
           MOVE "(UNASSIGNED)"
               TO TEXT-VALUATION-UNASSIGNED.
           MOVE "  NO RATE, LEFT OUT OF TOTALS: "
               TO TEXT-VALUATION-NO-RATE-MARK.
           MOVE "WARNING: COMICS WITH NO RATE, LEFT OUT OF TOTALS: "
               TO TEXT-VALUATION-NO-RATE.
