      * English wording for the texts BUYOPP-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Looking for wants on the market list..."
               TO TEXT-BUYOPP-START.
           MOVE "No market list; nothing to look for."
               TO TEXT-BUYOPP-NO-MARKET.
           MOVE "No wants list; nothing to look for."
               TO TEXT-BUYOPP-NO-WANTS.
           MOVE "Near-miss margin, % (Enter = 10): "
               TO TEXT-BUYOPP-MARGIN-PROMPT.
           MOVE "BUYING OPPORTUNITIES ON THE MARKET LIST"
               TO TEXT-BUYOPP-TITLE.
           MOVE "AT OR UNDER THE MAXIMUM PRICE"
               TO TEXT-BUYOPP-HIT-HEADING.
           MOVE "TO NEGOTIATE: OVER THE MAXIMUM BY UP TO % "
               TO TEXT-BUYOPP-NEAR-HEADING.
           MOVE "NO MAXIMUM PRICE SET"
               TO TEXT-BUYOPP-OPEN-HEADING.
           MOVE "  (none)"
               TO TEXT-BUYOPP-NONE.
           MOVE "P"
               TO TEXT-BUYOPP-COL-PRIORITY.
           MOVE "Publisher / title / issue"
               TO TEXT-BUYOPP-COL-TITLE.
           MOVE "Dealer"
               TO TEXT-BUYOPP-COL-DEALER.
           MOVE "   Price"
               TO TEXT-BUYOPP-COL-PRICE.
           MOVE " Maximum"
               TO TEXT-BUYOPP-COL-MAX.
           MOVE "  Saving"
               TO TEXT-BUYOPP-COL-SAVING.
           MOVE "    Over"
               TO TEXT-BUYOPP-COL-OVER.
           MOVE "(not given)"
               TO TEXT-BUYOPP-NO-DEALER.
           MOVE "Market lines read: "
               TO TEXT-BUYOPP-LINES-READ.
           MOVE "At or under the maximum: "
               TO TEXT-BUYOPP-HIT-TOTAL.
           MOVE "To negotiate: "
               TO TEXT-BUYOPP-NEAR-TOTAL.
           MOVE "No maximum set: "
               TO TEXT-BUYOPP-OPEN-TOTAL.
           MOVE "Total saving against the maximum: "
               TO TEXT-BUYOPP-SAVING-TOTAL.
           MOVE "Lines that did not fit on the report: "
               TO TEXT-BUYOPP-OVERFLOW.
           MOVE "Report in bd-comic-buy-opportunities.txt"
               TO TEXT-BUYOPP-DONE.
