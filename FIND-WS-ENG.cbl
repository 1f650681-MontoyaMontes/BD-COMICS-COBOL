               TO TEXT-SHOW-GRADING-FLAG.
           MOVE "[TRADED RECORD]"
               TO TEXT-SHOW-TRADED-FLAG.
           MOVE "[ON CONSIGNMENT WITH DEALER]"
               TO TEXT-SHOW-CONSIGNED-FLAG.
           MOVE "7. By several criteria"
               TO TEXT-SEARCH-MODE-OPTION-7.
           MOVE "Leave a criterion blank to skip it."
               TO TEXT-CREATOR-TO-FIND.
           MOVE "ROLE: "
               TO TEXT-SHOW-ROLE.
           MOVE "Variant cover of        "
               TO TEXT-SHOW-REL-CHILD-VARIANT.
           MOVE "Second printing of      "
               TO TEXT-SHOW-REL-CHILD-PRINTING.
           MOVE "Facsimile of            "
               TO TEXT-SHOW-REL-CHILD-FACSIMILE.
           MOVE "Collects                "
               TO TEXT-SHOW-REL-CHILD-COLLECTED.
           MOVE "Variant cover:          "
               TO TEXT-SHOW-REL-MEMBER-VARIANT.
           MOVE "Second printing:        "
               TO TEXT-SHOW-REL-MEMBER-PRINTING.
           MOVE "Facsimile:              "
               TO TEXT-SHOW-REL-MEMBER-FACSIMILE.
           MOVE "Collected in:           "
               TO TEXT-SHOW-REL-MEMBER-COLLECTED.
           MOVE "OWNER: "
               TO TEXT-SHOW-OWNER.
