      * English wording for the texts COMPL-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "DATA COMPLETENESS REPORT - "
               TO TEXT-COMPL-TITLE.
           MOVE "Active comics checked: "
               TO TEXT-COMPL-COMICS.
           MOVE "Collection completeness: "
               TO TEXT-COMPL-OVERALL.
           MOVE "Comics with any gap: "
               TO TEXT-COMPL-WITH-GAPS.
           MOVE "COMICS MISSING EACH FIELD"
               TO TEXT-COMPL-MISSING-HEAD.
           MOVE "BARCODE"
               TO TEXT-COMPL-TAG-BARCODE.
           MOVE "COVER"
               TO TEXT-COMPL-TAG-COVER.
           MOVE "SERIES"
               TO TEXT-COMPL-TAG-SERIES.
           MOVE "LOCATION"
               TO TEXT-COMPL-TAG-LOCATION.
           MOVE "DEALER"
               TO TEXT-COMPL-TAG-DEALER.
           MOVE "ACQUIRED"
               TO TEXT-COMPL-TAG-ACQUIRED.
           MOVE "CREATORS"
               TO TEXT-COMPL-TAG-CREATORS.
           MOVE "BY PUBLISHER (COMICS, % COMPLETE)"
               TO TEXT-COMPL-BY-PUBLISHER.
           MOVE "BY SERIES (COMICS, % COMPLETE)"
               TO TEXT-COMPL-BY-SERIES.
           MOVE "BY BOX (COMICS, % COMPLETE)"
               TO TEXT-COMPL-BY-BOX.
           MOVE "(none)"
               TO TEXT-COMPL-NONE.
           MOVE "Too many groups; the list is incomplete."
               TO TEXT-COMPL-GROUPS-TRUNCATED.
           MOVE "WORKLIST BY BOX"
               TO TEXT-COMPL-WORKLIST.
           MOVE "BOX: "
               TO TEXT-COMPL-BOX-LABEL.
           MOVE "Too many comics; the worklist is incomplete."
               TO TEXT-COMPL-WORK-TRUNCATED.
           MOVE "RUN HISTORY (DATE, COMICS, %)"
               TO TEXT-COMPL-HISTORY.
