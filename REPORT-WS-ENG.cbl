               TO TEXT-REPORT-TRUNCATED.
           MOVE " NOT SHOWN."
               TO TEXT-REPORT-TRUNCATED-SUFFIX.
           MOVE "Owner to list (blank = everyone)."
               TO TEXT-REPORT-OWNER-PROMPT.
           MOVE "OWNER: "
               TO TEXT-REPORT-OWNER-LABEL.
           MOVE "COMICS BY OWNER"
               TO TEXT-REPORT-OWNER-TITLE.
           MOVE "(UNASSIGNED)"
               TO TEXT-REPORT-UNASSIGNED.
