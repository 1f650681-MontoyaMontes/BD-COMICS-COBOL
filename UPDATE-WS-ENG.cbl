               TO TEXT-RETRY-QUESTION.
           MOVE "Record locked; the read was not retried."
               TO TEXT-LOCK-DECLINED.
           MOVE "RECORD EDIT"
               TO TEXT-EDIT-MOVE-REASON.
