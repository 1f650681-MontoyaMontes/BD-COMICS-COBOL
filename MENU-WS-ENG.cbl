               TO TEXT-MENU-OPTION-21.
           MOVE "22. Trade a comic"
               TO TEXT-MENU-OPTION-22.
           MOVE "23. Operator registry"
               TO TEXT-MENU-OPTION-23.
           MOVE "24. Consignments"
               TO TEXT-MENU-OPTION-24.
           MOVE "25. Sale listings"
               TO TEXT-MENU-OPTION-25.
           MOVE "26. Box stock-take"
               TO TEXT-MENU-OPTION-26.
           MOVE "27. Location movements"
               TO TEXT-MENU-OPTION-27.
           MOVE "28. Exchange rates"
               TO TEXT-MENU-OPTION-28.
           MOVE "29. Purchase budgets"
               TO TEXT-MENU-OPTION-29.
           MOVE "30. Dealer invoices"
               TO TEXT-MENU-OPTION-30.
           MOVE "31. Borrower accounts"
               TO TEXT-MENU-OPTION-31.
           MOVE "32. Late-fee bands"
               TO TEXT-MENU-OPTION-32.
           MOVE "33. Today's desk work"
               TO TEXT-MENU-OPTION-33.
           MOVE "34. Define ad hoc reports"
               TO TEXT-MENU-OPTION-34.
           MOVE "35. Series standing orders"
               TO TEXT-MENU-OPTION-35.
           MOVE "36. Story arcs"
               TO TEXT-MENU-OPTION-36.
           MOVE "37. Story arc reading order report"
               TO TEXT-MENU-OPTION-37.
           MOVE "38. Variants and reprints"
               TO TEXT-MENU-OPTION-38.
           MOVE "39. Owner registry"
               TO TEXT-MENU-OPTION-39.
           MOVE "40. Ownership transfer"
               TO TEXT-MENU-OPTION-40.
           MOVE "41. Exit"
               TO TEXT-MENU-OPTION-41.
           MOVE "Not a valid option."
               TO TEXT-MENU-INVALID.
           MOVE "Operator: "
               TO TEXT-MENU-OPERATOR.
           MOVE "Your role does not allow that option."
               TO TEXT-MENU-NOT-ALLOWED.
           MOVE "Operator (ID):"
               TO TEXT-SIGN-ON-ID-PROMPT.
           MOVE "Password:"
               TO TEXT-SIGN-ON-PASSWORD-PROMPT.
           MOVE "Welcome, "
               TO TEXT-SIGN-ON-WELCOME.
           MOVE "Wrong operator or password."
               TO TEXT-SIGN-ON-FAILED.
           MOVE "Too many attempts; session ended."
               TO TEXT-SIGN-ON-REFUSED.
           MOVE "No operators registered: signed on as supervisor."
               TO TEXT-SIGN-ON-NO-REGISTRY.
           MOVE "Nightly batch running: look-ups only."
               TO TEXT-MENU-BATCH-RUNNING.
