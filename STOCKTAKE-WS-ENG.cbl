      * English wording for the texts STOCKTAKE-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Choose a stock-take option:"
               TO TEXT-STOCK-MODE-PROMPT.
           MOVE "1. Open a count for a box"
               TO TEXT-STOCK-MODE-OPTION-1.
           MOVE "2. Scan covers"
               TO TEXT-STOCK-MODE-OPTION-2.
           MOVE "3. Review and approve exceptions"
               TO TEXT-STOCK-MODE-OPTION-3.
           MOVE "4. Back"
               TO TEXT-STOCK-MODE-OPTION-4.
           MOVE "Code of the box to count (blank = back)."
               TO TEXT-STOCK-BOX-PROMPT.
           MOVE "That box is not on the location master."
               TO ERROR-STOCK-INVALID-BOX.
           MOVE "Warning: location master unavailable; not checked."
               TO TEXT-STOCK-NO-LOCATION-FILE.
           MOVE "There is a count with scans on file for box "
               TO TEXT-STOCK-COUNT-ON-FILE.
           MOVE "Exceptions from the last count are undecided."
               TO TEXT-STOCK-PENDING-ON-FILE.
           MOVE "Discard it and start again? (Y/N)"
               TO TEXT-STOCK-DISCARD-CONFIRM.
           MOVE "Count opened for box "
               TO TEXT-STOCK-COUNT-OPENED.
           MOVE "No count is open; open one first."
               TO ERROR-STOCK-NO-COUNT.
           MOVE "Counting box "
               TO TEXT-STOCK-COUNTING.
           MOVE "Scan each cover; blank to finish."
               TO TEXT-STOCK-SCAN-HINT.
           MOVE "Barcode:"
               TO TEXT-STOCK-SCAN-PROMPT.
           MOVE "  Note: the file has it in "
               TO TEXT-STOCK-FILED-ELSEWHERE.
           MOVE "  Unknown barcode; recorded anyway."
               TO TEXT-STOCK-UNKNOWN-SCAN.
           MOVE "Covers scanned this session: "
               TO TEXT-STOCK-SCANNED.
           MOVE "No exceptions; run the reconciliation."
               TO TEXT-STOCK-NO-EXCEPTIONS.
           MOVE "Too many exceptions; nothing changed."
               TO TEXT-STOCK-TOO-BIG.
           MOVE "Unknown barcodes (report only): "
               TO TEXT-STOCK-UNKNOWN-TOTAL.
           MOVE "No exceptions are waiting for a decision."
               TO TEXT-STOCK-NOTHING-TO-REVIEW.
           MOVE "Location corrections posted: "
               TO TEXT-STOCK-POSTED.
           MOVE "ON FILE BUT NOT SCANNED"
               TO TEXT-STOCK-SHOW-MISSING.
           MOVE "SCANNED BUT FILED IN ANOTHER BOX"
               TO TEXT-STOCK-SHOW-MISPLACED.
           MOVE "ID: "
               TO TEXT-STOCK-SHOW-ID.
           MOVE "BARCODE: "
               TO TEXT-STOCK-SHOW-BARCODE.
           MOVE "LOCATION ON FILE: "
               TO TEXT-STOCK-SHOW-FILE-LOC.
           MOVE "BOX COUNTED: "
               TO TEXT-STOCK-SHOW-COUNT-LOC.
           MOVE "Approving leaves the comic unfiled."
               TO TEXT-STOCK-MISSING-EFFECT.
           MOVE "Approving files it in the counted box."
               TO TEXT-STOCK-MISPLACED-EFFECT.
           MOVE "Y approve, N reject, blank to leave:"
               TO TEXT-STOCK-DECISION-PROMPT.
           MOVE "That comic is no longer on file."
               TO ERROR-STOCK-COMIC-GONE.
           MOVE "Moved since the count; left undecided."
               TO ERROR-STOCK-MOVED-SINCE.
           MOVE "The correction could not be posted."
               TO ERROR-STOCK-CANT-POST.
           MOVE "Location corrected."
               TO TEXT-STOCK-CORRECTED.
           MOVE "That record is in use at the other station."
               TO TEXT-RECORD-LOCKED.
           MOVE "Do you want to retry? (Y/N)"
               TO TEXT-RETRY-QUESTION.
           MOVE "Record locked; the read was not retried."
               TO TEXT-LOCK-DECLINED.
           MOVE "BOX STOCK-TAKE RECONCILIATION"
               TO TEXT-RECON-TITLE.
           MOVE "No count is open; nothing to reconcile."
               TO TEXT-RECON-NO-COUNT.
           MOVE "BOX: "
               TO TEXT-RECON-BOX.
           MOVE " COUNTED ON "
               TO TEXT-RECON-COUNTED-ON.
           MOVE "ON FILE FOR THE BOX BUT NOT SCANNED"
               TO TEXT-RECON-MISSING-HEAD.
           MOVE "SCANNED BUT FILED IN ANOTHER BOX"
               TO TEXT-RECON-MISPLACED-HEAD.
           MOVE "BARCODES THAT MATCH NO COMIC"
               TO TEXT-RECON-UNKNOWN-HEAD.
           MOVE "  (NONE)"
               TO TEXT-RECON-NONE.
           MOVE "  ID: "
               TO TEXT-RECON-ID-LABEL.
           MOVE " BARCODE: "
               TO TEXT-RECON-BARCODE-LABEL.
           MOVE " ON FILE: "
               TO TEXT-RECON-FILED-LABEL.
           MOVE "(REJECTED)"
               TO TEXT-RECON-REJECTED-FLAG.
           MOVE "COVERS SCANNED:"
               TO TEXT-RECON-TOTAL-SCANS.
           MOVE "COMICS EXPECTED IN THE BOX:"
               TO TEXT-RECON-TOTAL-EXPECTED.
           MOVE "EXPECTED AND SCANNED:"
               TO TEXT-RECON-TOTAL-MATCHED.
           MOVE "NOT SCANNED:"
               TO TEXT-RECON-TOTAL-MISSING.
           MOVE "FROM ANOTHER BOX:"
               TO TEXT-RECON-TOTAL-MISPLACED.
           MOVE "UNKNOWN BARCODES:"
               TO TEXT-RECON-TOTAL-UNKNOWN.
           MOVE "REPEATED SCANS:"
               TO TEXT-RECON-TOTAL-REPEATS.
           MOVE "WARNING: TABLE FULL, RECONCILIATION INCOMPLETE."
               TO TEXT-RECON-TRUNCATED.
           MOVE "STOCKTAKE"
               TO TEXT-STOCK-MOVE-REASON.
