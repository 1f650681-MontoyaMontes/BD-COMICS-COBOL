      * English wording for the texts ROLLOVER-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "YEAR-END ROLLOVER OF THE HISTORY LEDGERS"
               TO TEXT-ROLL-TITLE.
           MOVE "Moving the closed years to their archives..."
               TO TEXT-ROLL-START.
           MOVE "The rollover control file cannot be opened"
               TO TEXT-ROLL-NO-CONTROL.
           MOVE "LEDGER "
               TO TEXT-ROLL-LEDGER-LABEL.
           MOVE "  No file, nothing to roll over"
               TO TEXT-ROLL-NO-FILE.
           MOVE "  No comics file: the loans stay live"
               TO TEXT-ROLL-NO-COMICS.
           MOVE "  Nothing older than the current year"
               TO TEXT-ROLL-NOTHING.
           MOVE "  Year "
               TO TEXT-ROLL-YEAR-LABEL.
           MOVE " archived "
               TO TEXT-ROLL-MOVED-LABEL.
           MOVE " from "
               TO TEXT-ROLL-FROM-LABEL.
           MOVE " to "
               TO TEXT-ROLL-TO-LABEL.
           MOVE " into "
               TO TEXT-ROLL-INTO-LABEL.
           MOVE "  Read "
               TO TEXT-ROLL-READ-LABEL.
           MOVE " kept live "
               TO TEXT-ROLL-KEPT-LABEL.
           MOVE "  Counts agree, live file cut back"
               TO TEXT-ROLL-CONFIRMED.
           MOVE "  COUNTS DO NOT AGREE: LIVE FILE LEFT AS IT WAS"
               TO TEXT-ROLL-FAILED.
           MOVE "  Lines read differ from kept plus archived"
               TO TEXT-ROLL-PROBLEM-SPLIT.
           MOVE "  The work copy does not match the kept lines"
               TO TEXT-ROLL-PROBLEM-WORK.
           MOVE "  Line count off on "
               TO TEXT-ROLL-PROBLEM-ARCHIVE.
           MOVE "  Changed since its last rollover: "
               TO TEXT-ROLL-PROBLEM-CONTROL.
           MOVE "  Cannot be written, lines kept live: "
               TO TEXT-ROLL-PROBLEM-OPEN.
           MOVE "  Too many years in one run, lines kept live"
               TO TEXT-ROLL-PROBLEM-FULL.
           MOVE "  The live file could not be replaced"
               TO TEXT-ROLL-PROBLEM-REPLACE.
           MOVE " found "
               TO TEXT-ROLL-FOUND-LABEL.
           MOVE " expected "
               TO TEXT-ROLL-EXPECTED-LABEL.
           MOVE "Rollover finished, see the report"
               TO TEXT-ROLL-DONE.
           MOVE "Rollover had errors, see the report"
               TO TEXT-ROLL-WITH-ERRORS.
           MOVE "  Work copy does not match the moved lines"
               TO TEXT-ROLL-PROBLEM-MOVED-WORK.
           MOVE "  Entries taken off the keyed file"
               TO TEXT-ROLL-PROBLEM-TAKEN.
           MOVE "  Entries left on the keyed file"
               TO TEXT-ROLL-PROBLEM-LEFT.
