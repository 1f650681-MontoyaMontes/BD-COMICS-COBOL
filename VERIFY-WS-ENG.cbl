      * English wording for the texts VERIFY-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "AUDIT LOG AND JOURNAL CHAIN CHECK"
               TO TEXT-VERIFY-TITLE.
           MOVE "Checking the audit log and journal chains..."
               TO TEXT-VERIFY-START.
           MOVE "AUDIT LOG"
               TO TEXT-VERIFY-AUDIT-NAME.
           MOVE "JOURNAL"
               TO TEXT-VERIFY-JOURNAL-NAME.
           MOVE " LINE "
               TO TEXT-VERIFY-LINE-LABEL.
           MOVE " SEQ. "
               TO TEXT-VERIFY-SEQ-LABEL.
           MOVE " EXPECTED "
               TO TEXT-VERIFY-EXPECTED-LABEL.
           MOVE "ALTERED LINE: CHECK DOES NOT MATCH"
               TO TEXT-VERIFY-ALTERED.
           MOVE "GAP: LINES MISSING BEFORE THIS ONE"
               TO TEXT-VERIFY-GAP.
           MOVE "OUT OF ORDER OR REPEATED"
               TO TEXT-VERIFY-REORDER.
           MOVE "UNNUMBERED LINE INSIDE THE CHAIN"
               TO TEXT-VERIFY-UNCHAINED.
           MOVE "LINES MISSING AT THE END OF THE FILE"
               TO TEXT-VERIFY-MISSING-END.
           MOVE "LINES BEYOND THE LAST RECORDED LINK"
               TO TEXT-VERIFY-BEYOND-END.
           MOVE "LAST LINE DOES NOT MATCH THE CONTROL"
               TO TEXT-VERIFY-LAST-MISMATCH.
           MOVE " lines read: "
               TO TEXT-VERIFY-READ.
           MOVE " chained: "
               TO TEXT-VERIFY-CHAINED.
           MOVE " older, unchained: "
               TO TEXT-VERIFY-OLDER.
           MOVE " problems: "
               TO TEXT-VERIFY-PROBLEMS.
           MOVE "Chains intact: nothing missing or changed."
               TO TEXT-VERIFY-OK.
           MOVE "CHAIN BROKEN: see bd-comic-chain-report.txt"
               TO TEXT-VERIFY-FAILED.
