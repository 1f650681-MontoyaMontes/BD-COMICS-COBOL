               TO TEXT-OPS-MODE-OPTION-2.
           MOVE "3. Show the last outcome"
               TO TEXT-OPS-MODE-OPTION-3.
           MOVE "4. Print an ad hoc report"
               TO TEXT-OPS-MODE-OPTION-4.
           MOVE "5. Sessions and batch state"
               TO TEXT-OPS-MODE-OPTION-5.
           MOVE "6. Exit"
               TO TEXT-OPS-MODE-OPTION-6.
           MOVE "Current batch parameters"
               TO TEXT-OPS-PARAMS-TITLE.
           MOVE "UNATTENDED (S/other): "
               TO TEXT-OPS-RL-STATUS.
           MOVE "Number of the job to look up (0 = none)."
               TO TEXT-OPS-WHICH-JOB.
           MOVE "Your role does not allow that."
               TO ERROR-OPS-NOT-ALLOWED.
           MOVE "Saved ad hoc reports:"
               TO TEXT-OPS-DEFS-TITLE.
           MOVE "There are no report definitions."
               TO TEXT-OPS-NO-DEFS.
           MOVE "Report name (blank goes back)."
               TO TEXT-OPS-WHICH-DEF.
           MOVE "Printed to bd-comic-adhoc-report.txt; comics:"
               TO TEXT-OPS-DEF-PRINTED.
           MOVE "There is no definition with that name."
               TO ERROR-OPS-NO-DEF.
           MOVE "The nightly batch is on; wait for it to finish."
               TO ERROR-OPS-BATCH-ON.
           MOVE "Nightly batch"
               TO TEXT-OPS-BATCH-TITLE.
           MOVE "The nightly batch has never run."
               TO TEXT-OPS-BATCH-NEVER.
           MOVE "STATE: idle"
               TO TEXT-OPS-BATCH-IDLE.
           MOVE "STATE: waiting for the sessions to close"
               TO TEXT-OPS-BATCH-WAITING.
           MOVE "STATE: running"
               TO TEXT-OPS-BATCH-RUNNING.
           MOVE "SINCE: "
               TO TEXT-OPS-BATCH-SINCE.
           MOVE "LAST WINDOW: "
               TO TEXT-OPS-BATCH-NOTE.
           MOVE "Sessions open at the stations:"
               TO TEXT-OPS-SESSIONS-TITLE.
           MOVE "No session is open."
               TO TEXT-OPS-NO-SESSIONS.
           MOVE "  ROLE "
               TO TEXT-OPS-SESSION-ROLE.
           MOVE " SINCE "
               TO TEXT-OPS-SESSION-SINCE.
           MOVE "Hung session to clear (0 = none)."
               TO TEXT-OPS-ASK-CLEAR.
           MOVE "Session cleared from the system state."
               TO TEXT-OPS-SESSION-CLEARED.
           MOVE "Set the batch to idle? Only if it is not running (Y/N)"
               TO TEXT-OPS-ASK-BATCH-RESET.
           MOVE "Batch set to idle."
               TO TEXT-OPS-BATCH-RESET.
           MOVE "OWNER: "
               TO TEXT-OPS-SHOW-OWNER.
           MOVE "(whole household)"
               TO TEXT-OPS-ALL-OWNERS.
           MOVE "SESSION WAIT (MIN): "
               TO TEXT-OPS-SHOW-WAIT.
           MOVE "Owner code (* = whole household)."
               TO TEXT-OPS-ASK-OWNER.
           MOVE "Minutes the batch waits for sessions (0-999)."
               TO TEXT-OPS-ASK-WAIT.
           MOVE "That owner is not on the registry."
               TO ERROR-OPS-BAD-OWNER.
           MOVE "Invalid wait: 0 to 999 minutes."
               TO ERROR-OPS-BAD-WAIT.
