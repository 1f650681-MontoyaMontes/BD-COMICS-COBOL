               TO TEXT-PERIOD-START.
           MOVE "Period closed. Publishers written: "
               TO TEXT-PERIOD-DONE.
           MOVE "Warning: values with no rate, not totalled: "
               TO TEXT-PERIOD-NO-RATE.
           MOVE "Owner to split out (blank = everyone)."
               TO TEXT-PERIOD-OWNER-PROMPT.
