      * English wording for the texts MOVRPT-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Choose a movement query:"
               TO TEXT-MOVR-MODE-PROMPT.
           MOVE "1. Location history of one comic"
               TO TEXT-MOVR-MODE-OPTION-1.
           MOVE "2. Moves into and out of a box"
               TO TEXT-MOVR-MODE-OPTION-2.
           MOVE "3. Back"
               TO TEXT-MOVR-MODE-OPTION-3.
           MOVE "Enter the comic ID."
               TO TEXT-MOVR-ID-PROMPT.
           MOVE "Enter 0 to go back."
               TO TEXT-MOVR-EXIT-HINT.
           MOVE "No record found with that ID."
               TO TEXT-MOVR-NO-FOUND.
           MOVE "LOCATION HISTORY ID="
               TO TEXT-MOVR-HISTORY-TITLE.
           MOVE "FILED NOW IN: "
               TO TEXT-MOVR-FILED-NOW.
           MOVE "  (no moves recorded)"
               TO TEXT-MOVR-NO-MOVES.
           MOVE " -> "
               TO TEXT-MOVR-ARROW.
           MOVE "Report in bd-comic-movement-report.txt"
               TO TEXT-MOVR-WRITTEN.
           MOVE "Box code (blank = back)."
               TO TEXT-MOVR-BOX-PROMPT.
           MOVE "From date YYYYMMDD (0 = from the start)."
               TO TEXT-MOVR-FROM-DATE-PROMPT.
           MOVE "To date YYYYMMDD (0 = up to today)."
               TO TEXT-MOVR-TO-DATE-PROMPT.
           MOVE "MOVES INTO AND OUT OF BOX "
               TO TEXT-MOVR-BOX-TITLE.
           MOVE "IN"
               TO TEXT-MOVR-IN.
           MOVE "OUT"
               TO TEXT-MOVR-OUT.
           MOVE "TOTAL IN: "
               TO TEXT-MOVR-TOTAL-IN.
           MOVE "TOTAL OUT: "
               TO TEXT-MOVR-TOTAL-OUT.
