      * English wording for the texts LISTING-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Choose a sale listing option:"
               TO TEXT-LISTING-MODE-PROMPT.
           MOVE "1. List a comic for sale"
               TO TEXT-LISTING-MODE-OPTION-1.
           MOVE "2. Reprice a listing"
               TO TEXT-LISTING-MODE-OPTION-2.
           MOVE "3. Withdraw a listing"
               TO TEXT-LISTING-MODE-OPTION-3.
           MOVE "4. Show active listings"
               TO TEXT-LISTING-MODE-OPTION-4.
           MOVE "5. Back"
               TO TEXT-LISTING-MODE-OPTION-5.
           MOVE "Enter the comic ID (0 to go back)."
               TO TEXT-LISTING-ID-PROMPT.
           MOVE "There is no active comic with that ID."
               TO TEXT-LISTING-NOT-AVAILABLE.
           MOVE "That comic is already listed; reprice it."
               TO TEXT-LISTING-ALREADY-LISTED.
           MOVE "That comic has no active listing."
               TO TEXT-LISTING-NOT-LISTED.
           MOVE "ID: "
               TO TEXT-SHOW-ID.
           MOVE "NAME: "
               TO TEXT-SHOW-NAME.
           MOVE "ISSUE: "
               TO TEXT-SHOW-ISSUE.
           MOVE "Asking price:"
               TO TEXT-LISTING-PRICE-PROMPT.
           MOVE "Whole part:"
               TO TEXT-LISTING-WHOLE-PROMPT.
           MOVE "Cents (00-99):"
               TO TEXT-LISTING-CENTS-PROMPT.
           MOVE "The amount must be numeric."
               TO ERROR-LISTING-BAD-AMOUNT.
           MOVE "Sales channel (shop or marketplace):"
               TO TEXT-LISTING-CHANNEL-PROMPT.
           MOVE "Expires YYYYMMDD (blank = no expiry)."
               TO TEXT-LISTING-EXPIRY-PROMPT.
           MOVE "The date must be numeric."
               TO ERROR-LISTING-BAD-DATE.
           MOVE "That expiry date has already passed."
               TO ERROR-LISTING-PAST-EXPIRY.
           MOVE "The listing could not be saved."
               TO ERROR-LISTING-CANT-WRITE.
           MOVE "Comic listed."
               TO TEXT-LISTING-ADDED.
           MOVE "Listing repriced."
               TO TEXT-LISTING-REPRICED.
           MOVE "Withdraw this listing? (Y/N)"
               TO TEXT-LISTING-WITHDRAW-CONFIRM.
           MOVE "Listing withdrawn."
               TO TEXT-LISTING-WITHDRAWN.
           MOVE "ACTIVE LISTINGS"
               TO TEXT-LISTING-LIST-TITLE.
           MOVE "There are no active listings."
               TO TEXT-LISTING-LIST-NONE.
           MOVE "Active listings: "
               TO TEXT-LISTING-LIST-TOTAL.
           MOVE "ASKING PRICE: "
               TO TEXT-LISTING-SHOW-PRICE.
           MOVE "CHANNEL: "
               TO TEXT-LISTING-SHOW-CHANNEL.
           MOVE "LISTED: "
               TO TEXT-LISTING-SHOW-LISTED.
           MOVE "EXPIRES: "
               TO TEXT-LISTING-SHOW-EXPIRY.
           MOVE "[LISTING EXPIRED]"
               TO TEXT-LISTING-EXPIRED-FLAG.
           MOVE "No listing file; the export is empty."
               TO TEXT-MKTEXP-NO-LISTINGS.
           MOVE "Listings exported: "
               TO TEXT-MKTEXP-DONE.
           MOVE "Listings expired or left out: "
               TO TEXT-MKTEXP-SKIPPED.
