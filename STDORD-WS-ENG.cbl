      * English wording for the texts STDORD-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Standing orders. Choose an option:"
               TO TEXT-ORDER-MODE-PROMPT.
           MOVE "1. Take a standing order"
               TO TEXT-ORDER-MODE-OPTION-1.
           MOVE "2. Change, pause, resume or cancel"
               TO TEXT-ORDER-MODE-OPTION-2.
           MOVE "3. List the standing orders"
               TO TEXT-ORDER-MODE-OPTION-3.
           MOVE "4. Exit"
               TO TEXT-ORDER-MODE-OPTION-4.
           MOVE "Series ID:"
               TO TEXT-ORDER-SERIES-PROMPT.
           MOVE "(blank to go back)"
               TO TEXT-ORDER-BLANK-EXIT.
           MOVE "Shop holding the series:"
               TO TEXT-ORDER-SHOP-PROMPT.
           MOVE "First issue ordered (blank = the first):"
               TO TEXT-ORDER-START-PROMPT.
           MOVE "Issues per month (blank = 1):"
               TO TEXT-ORDER-QUANTITY-PROMPT.
           MOVE "1 change 2 pause 3 resume 4 cancel:"
               TO TEXT-ORDER-EDIT-PROMPT.
           MOVE "Another order? (Y/N)"
               TO TEXT-ORDER-RESTART.
           MOVE "Standing order taken."
               TO TEXT-ORDER-ADDED.
           MOVE "Standing order updated."
               TO TEXT-ORDER-UPDATED.
           MOVE "ACTIVE"
               TO TEXT-ORDER-STATUS-ACTIVE.
           MOVE "PAUSED"
               TO TEXT-ORDER-STATUS-PAUSED.
           MOVE "CANCELLED"
               TO TEXT-ORDER-STATUS-CANCELLED.
           MOVE "Series:             "
               TO TEXT-ORDER-SHOW-SERIES.
           MOVE "Shop:               "
               TO TEXT-ORDER-SHOW-SHOP.
           MOVE "From issue:         "
               TO TEXT-ORDER-SHOW-START.
           MOVE "Issues per month:   "
               TO TEXT-ORDER-SHOW-QUANTITY.
           MOVE "Status:             "
               TO TEXT-ORDER-SHOW-STATUS.
           MOVE "Due from:           "
               TO TEXT-ORDER-SHOW-START-DATE.
           MOVE "Last arrived:       "
               TO TEXT-ORDER-SHOW-LAST-ISSUE.
           MOVE "Copies arrived:     "
               TO TEXT-ORDER-SHOW-ARRIVED.
           MOVE "Last arrival:       "
               TO TEXT-ORDER-SHOW-LAST-DATE.
           MOVE "Last checked:       "
               TO TEXT-ORDER-SHOW-CHECKED.
           MOVE "STANDING ORDERS"
               TO TEXT-ORDER-LIST-TITLE.
           MOVE "No standing orders."
               TO TEXT-ORDER-LIST-NONE.
           MOVE "Orders listed: "
               TO TEXT-ORDER-LIST-TOTAL.
           MOVE "That series is not on the series master."
               TO ERROR-ORDER-NO-SERIES.
           MOVE "That series has ended; no standing order."
               TO ERROR-ORDER-SERIES-CLOSED.
           MOVE "Shop blank or not on the dealer list."
               TO ERROR-ORDER-INVALID-SHOP.
           MOVE "Invalid start issue."
               TO ERROR-ORDER-INVALID-ISSUE.
           MOVE "Invalid monthly quantity."
               TO ERROR-ORDER-INVALID-QUANTITY.
           MOVE "That series already has a standing order."
               TO ERROR-ORDER-DUPLICATE.
           MOVE "No standing order for that series."
               TO ERROR-ORDER-NO-FOUND.
           MOVE "Only an active order can be paused."
               TO ERROR-ORDER-NOT-ACTIVE.
           MOVE "The order is already active."
               TO ERROR-ORDER-ALREADY-ACTIVE.
           MOVE "The order is already cancelled."
               TO ERROR-ORDER-ALREADY-CANCELLED.
           MOVE "Could not update the order."
               TO ERROR-ORDER-CANT-UPDATE.
           MOVE "SHOP                 STATUS       FROM"
               TO TEXT-OCHK-HEADER-2.
           MOVE "MONTHLY STANDING ORDER CHECK"
               TO TEXT-OCHK-START.
           MOVE "No standing orders; nothing to check."
               TO TEXT-OCHK-NO-ORDERS.
           MOVE "Orders checked:"
               TO TEXT-OCHK-CHECKED.
           MOVE "Late issues:"
               TO TEXT-OCHK-LATE.
           MOVE "STANDING ORDERS - EXPECTED AND ARRIVED"
               TO TEXT-OCHK-TITLE.
           MOVE "SERIES TITLE"
               TO TEXT-OCHK-COLUMNS.
           MOVE "DUE   ARRIVED"
               TO TEXT-OCHK-HEADER-3.
           MOVE "LATE ISSUE"
               TO TEXT-OCHK-LATE-ISSUE.
           MOVE "ARRIVED TWICE ISSUE"
               TO TEXT-OCHK-DOUBLE-ISSUE.
           MOVE "COPIES"
               TO TEXT-OCHK-COPIES.
           MOVE "COPIES PAST THE FIRST 240 ISSUES:"
               TO TEXT-OCHK-BEYOND.
           MOVE "SERIES NO LONGER ON THE MASTER; CANCEL THE ORDER"
               TO TEXT-OCHK-NO-SERIES.
           MOVE "SERIES ENDED; CANCEL THE ORDER. LAST ISSUE"
               TO TEXT-OCHK-SERIES-ENDED.
           MOVE "ORDERS CHECKED"
               TO TEXT-OCHK-TOTAL-CHECKED.
           MOVE "LATE ISSUES"
               TO TEXT-OCHK-TOTAL-LATE.
           MOVE "ISSUES ARRIVED TWICE"
               TO TEXT-OCHK-TOTAL-DOUBLE.
           MOVE "ORDERS ON ENDED SERIES"
               TO TEXT-OCHK-TOTAL-ENDED.
           MOVE "ORDERS NOT CHECKED (TABLE FULL):"
               TO TEXT-OCHK-OVERFLOW.
