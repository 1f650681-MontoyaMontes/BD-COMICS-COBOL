      * English wording for the texts INVMATCH-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Days between invoice and receipt (blank = 30)."
               TO TEXT-INVMATCH-WINDOW-PROMPT.
           MOVE "DEALER INVOICE MATCHING AS OF "
               TO TEXT-INVMATCH-TITLE.
           MOVE "Days allowed either side of the invoice: "
               TO TEXT-INVMATCH-WINDOW-NOTE.
           MOVE "RECEIVED BUT NOT INVOICED"
               TO TEXT-INVMATCH-NOT-INVOICED-TITLE.
           MOVE "ID    Dealer               Title"
               TO TEXT-INVMATCH-NOT-INVOICED-HEAD.
           MOVE "INVOICE LINES WITH NO COMIC RECEIVED"
               TO TEXT-INVMATCH-UNMATCHED-TITLE.
           MOVE "Dealer               Invoice         Lin Title"
               TO TEXT-INVMATCH-UNMATCHED-HEAD.
           MOVE "DIFFERENCES BETWEEN PRICE BILLED AND VALUE"
               TO TEXT-INVMATCH-PRICE-TITLE.
           MOVE "ID    Dealer               Invoice         Title"
               TO TEXT-INVMATCH-PRICE-HEAD.
           MOVE "  Total: "
               TO TEXT-INVMATCH-COUNT-PREFIX.
           MOVE "Lines matched by this run: "
               TO TEXT-INVMATCH-NEW-MATCHES.
           MOVE "* = different currencies; amounts in house currency."
               TO TEXT-INVMATCH-MARK-NOTE.
           MOVE "Warning: prices with no rate, not compared: "
               TO TEXT-INVMATCH-NO-RATE.
           MOVE "Warning: lines not loaded (table full): "
               TO TEXT-INVMATCH-TRUNCATED.
