      * English wording for the texts LCAT-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "LENDING CATALOG - "
               TO TEXT-LCAT-TITLE.
           MOVE "Comics that can be borrowed today."
               TO TEXT-LCAT-INTRO.
           MOVE "PUBLISHER: "
               TO TEXT-LCAT-PUBLISHER.
           MOVE "SERIES: "
               TO TEXT-LCAT-SERIES.
           MOVE "Other titles"
               TO TEXT-LCAT-NO-SERIES.
           MOVE "ID"
               TO TEXT-LCAT-H-ID.
           MOVE "NO."
               TO TEXT-LCAT-H-ISSUE.
           MOVE "TITLE"
               TO TEXT-LCAT-H-TITLE.
           MOVE "CHARACTER"
               TO TEXT-LCAT-H-CHARACTER.
           MOVE "CONDITION"
               TO TEXT-LCAT-H-CONDITION.
           MOVE "WAITING"
               TO TEXT-LCAT-H-HOLDS.
           MOVE "ON HOLD, WAITING: "
               TO TEXT-LCAT-HOLD-MARK.
           MOVE "Comics available: "
               TO TEXT-LCAT-TOTAL.
           MOVE "Nothing is available right now."
               TO TEXT-LCAT-EMPTY.
           MOVE "WARNING: TABLE FULL, CATALOG INCOMPLETE."
               TO TEXT-LCAT-TABLE-FULL.
           MOVE "Catalog in bd-comic-lending-catalog.txt and .html"
               TO TEXT-LCAT-DONE.
