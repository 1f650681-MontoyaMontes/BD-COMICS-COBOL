      * English wording for the texts RELATION-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Variants and reprints. Choose an option:"
               TO TEXT-REL-MODE-PROMPT.
           MOVE "1. Link a comic to its parent issue"
               TO TEXT-REL-MODE-OPTION-1.
           MOVE "2. Remove a link"
               TO TEXT-REL-MODE-OPTION-2.
           MOVE "3. Show the family of a comic"
               TO TEXT-REL-MODE-OPTION-3.
           MOVE "4. Exit"
               TO TEXT-REL-MODE-OPTION-4.
           MOVE "ID of the variant, reprint or collection:"
               TO TEXT-REL-CHILD-PROMPT.
           MOVE "ID of the parent issue:"
               TO TEXT-REL-PARENT-PROMPT.
           MOVE "Relationship type:"
               TO TEXT-REL-TYPE-PROMPT.
           MOVE "V variant  P 2nd printing  F facsimile  T collected"
               TO TEXT-REL-TYPE-OPTIONS.
           MOVE "Comic ID:"
               TO TEXT-REL-SHOW-PROMPT.
           MOVE "Remove this link? (Y/N)"
               TO TEXT-REL-REMOVE-CONFIRM.
           MOVE "Another link? (Y/N)"
               TO TEXT-REL-RESTART.
           MOVE "Link added."
               TO TEXT-REL-ADDED.
           MOVE "Link removed."
               TO TEXT-REL-REMOVED.
           MOVE "That comic has no related items."
               TO TEXT-REL-NONE.
           MOVE "Variant cover of        "
               TO TEXT-REL-CHILD-VARIANT.
           MOVE "Second printing of      "
               TO TEXT-REL-CHILD-PRINTING.
           MOVE "Facsimile of            "
               TO TEXT-REL-CHILD-FACSIMILE.
           MOVE "Collects                "
               TO TEXT-REL-CHILD-COLLECTED.
           MOVE "Variant cover:          "
               TO TEXT-REL-MEMBER-VARIANT.
           MOVE "Second printing:        "
               TO TEXT-REL-MEMBER-PRINTING.
           MOVE "Facsimile:              "
               TO TEXT-REL-MEMBER-FACSIMILE.
           MOVE "Collected in:           "
               TO TEXT-REL-MEMBER-COLLECTED.
           MOVE "The comic to link is not on file."
               TO ERROR-REL-NO-CHILD.
           MOVE "The parent issue is not on file."
               TO ERROR-REL-NO-PARENT.
           MOVE "A comic cannot be its own parent."
               TO ERROR-REL-SAME-COMIC.
           MOVE "Invalid relationship type."
               TO ERROR-REL-INVALID-TYPE.
           MOVE "That comic is already the parent of a family."
               TO ERROR-REL-CHILD-IS-PARENT.
           MOVE "The parent is itself linked to another issue."
               TO ERROR-REL-PARENT-IS-CHILD.
           MOVE "That comic already has its parent issue."
               TO ERROR-REL-ALREADY-LINKED.
           MOVE "That link already exists."
               TO ERROR-REL-DUPLICATE.
           MOVE "No such link."
               TO ERROR-REL-NO-FOUND.
           MOVE "The link could not be updated."
               TO ERROR-REL-CANT-UPDATE.
           MOVE "FAMILIES: VARIANTS, REPRINTS AND COLLECTIONS"
               TO TEXT-FAM-TITLE.
           MOVE "There are no links between comics."
               TO TEXT-FAM-NONE.
           MOVE "Families written to bd-comic-families.txt"
               TO TEXT-FAM-DONE.
           MOVE "PARENT ISSUE            "
               TO TEXT-FAM-PARENT.
           MOVE "(no longer on file)"
               TO TEXT-FAM-NOT-ON-FILE.
           MOVE "Family value"
               TO TEXT-FAM-FAMILY-VALUE.
           MOVE "Families: "
               TO TEXT-FAM-FAMILY-TOTAL.
           MOVE "Links: "
               TO TEXT-FAM-LINK-TOTAL.
           MOVE "Value of all families: "
               TO TEXT-FAM-VALUE-TOTAL.
           MOVE "NO RATE"
               TO TEXT-FAM-NO-RATE-MARK.
           MOVE "No rate, left out of the totals: "
               TO TEXT-FAM-NO-RATE-TOTAL.
