               TO TEXT-AUDITQ-MODE-OPTION-2.
           MOVE "3. By date range"
               TO TEXT-AUDITQ-MODE-OPTION-3.
           MOVE "4. By operator"
               TO TEXT-AUDITQ-MODE-OPTION-4.
           MOVE "5. Back to the menu"
               TO TEXT-AUDITQ-MODE-OPTION-5.
           MOVE "Enter the comic ID to look up."
               TO TEXT-AUDITQ-ID-PROMPT.
           MOVE "Which action"
               TO TEXT-AUDITQ-ACTION-OPTION-10.
           MOVE "11. Backup restores (RECUPERACION)"
               TO TEXT-AUDITQ-ACTION-OPTION-11.
           MOVE "Enter the operator ID."
               TO TEXT-AUDITQ-OPERATOR-PROMPT.
           MOVE "   OPERATOR: "
               TO TEXT-AUDITQ-OPERATOR-LABEL.
