      * English wording for the texts ARC-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Story arcs. Choose an option:"
               TO TEXT-ARC-MODE-PROMPT.
           MOVE "1. Add an arc"
               TO TEXT-ARC-MODE-OPTION-1.
           MOVE "2. Change parts, title or delete"
               TO TEXT-ARC-MODE-OPTION-2.
           MOVE "3. List the arcs"
               TO TEXT-ARC-MODE-OPTION-3.
           MOVE "4. Exit"
               TO TEXT-ARC-MODE-OPTION-4.
           MOVE "Arc code:"
               TO TEXT-ARC-CODE-PROMPT.
           MOVE "Arc title:"
               TO TEXT-ARC-TITLE-PROMPT.
           MOVE "(blank to go back)"
               TO TEXT-ARC-BLANK-EXIT.
           MOVE "(blank to finish)"
               TO TEXT-ARC-BLANK-END.
           MOVE "Part number "
               TO TEXT-ARC-PART-NUMBER.
           MOVE "Series ID of the part:"
               TO TEXT-ARC-SERIES-PROMPT.
           MOVE "Series: "
               TO TEXT-ARC-SHOW-SERIES.
           MOVE "Issue number in the series:"
               TO TEXT-ARC-ISSUE-PROMPT.
           MOVE "Position in the reading order:"
               TO TEXT-ARC-POSITION-PROMPT.
           MOVE "(blank = at the end)"
               TO TEXT-ARC-POSITION-END.
           MOVE "1 Title 2 Insert part 3 Remove part 4 Delete arc"
               TO TEXT-ARC-EDIT-PROMPT.
           MOVE "Delete the whole arc? (Y/N)"
               TO TEXT-ARC-DELETE-CONFIRM.
           MOVE "Another arc? (Y/N)"
               TO TEXT-ARC-RESTART.
           MOVE "Arc added."
               TO TEXT-ARC-ADDED.
           MOVE "Arc updated."
               TO TEXT-ARC-UPDATED.
           MOVE "Arc deleted."
               TO TEXT-ARC-DELETED.
           MOVE "Code:   "
               TO TEXT-ARC-SHOW-CODE.
           MOVE "Title:  "
               TO TEXT-ARC-SHOW-TITLE.
           MOVE "Parts:  "
               TO TEXT-ARC-SHOW-PARTS.
           MOVE "Story arcs"
               TO TEXT-ARC-LIST-TITLE.
           MOVE "No arcs on file."
               TO TEXT-ARC-LIST-NONE.
           MOVE "Arcs listed: "
               TO TEXT-ARC-LIST-TOTAL.
           MOVE "The code cannot be blank."
               TO ERROR-ARC-INVALID-CODE.
           MOVE "The title cannot be blank."
               TO ERROR-ARC-INVALID-TITLE.
           MOVE "An arc with that code already exists."
               TO ERROR-ARC-DUPLICATE.
           MOVE "No arc with that code."
               TO ERROR-ARC-NO-FOUND.
           MOVE "That series is not on the series master."
               TO ERROR-ARC-NO-SERIES.
           MOVE "Invalid issue number."
               TO ERROR-ARC-INVALID-ISSUE.
           MOVE "Invalid position."
               TO ERROR-ARC-INVALID-POSITION.
           MOVE "The arc already has 60 parts."
               TO ERROR-ARC-FULL.
           MOVE "The arc could not be updated."
               TO ERROR-ARC-CANT-UPDATE.
           MOVE "READING ORDER OF ARC "
               TO TEXT-ARC-REPORT-TITLE.
           MOVE "(series not on the master)"
               TO TEXT-ARC-UNKNOWN-SERIES.
           MOVE "*** MISSING ***"
               TO TEXT-ARC-MISSING-FLAG.
           MOVE "ID: "
               TO TEXT-ARC-COPY-ID.
           MOVE "Loc:  "
               TO TEXT-ARC-COPY-LOCATION.
           MOVE "Parts owned:   "
               TO TEXT-ARC-OWNED-TOTAL.
           MOVE "Parts missing: "
               TO TEXT-ARC-MISSING-TOTAL.
           MOVE "Arc added to bd-comic-arc-report.txt"
               TO TEXT-ARC-REPORT-WRITTEN.
           MOVE "Put the missing parts on the want list? (Y/N)"
               TO TEXT-ARC-WANT-CONFIRM.
           MOVE "Wants added: "
               TO TEXT-ARC-WANTS-ADDED.
