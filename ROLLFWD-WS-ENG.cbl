               TO TEXT-ROLLFWD-FAILED.
           MOVE "Recovery finished."
               TO TEXT-ROLLFWD-DONE.
           MOVE "The journal or audit log has been altered."
               TO TEXT-ROLLFWD-CHAIN-BROKEN.
           MOVE "Restore and replay anyway? (Y/N)"
               TO TEXT-ROLLFWD-REPLAY-QUESTION.
           MOVE "Recovery cancelled; nothing was touched."
               TO TEXT-ROLLFWD-CANCELLED.
