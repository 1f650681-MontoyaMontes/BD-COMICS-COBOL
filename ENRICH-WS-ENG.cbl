      * English wording for the texts ENRICH-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "ENRICHMENT FROM EXTERNAL CATALOG"
               TO TEXT-ENRICH-START.
           MOVE "NO CATALOG FILE; NOTHING TO DO."
               TO TEXT-ENRICH-NO-INPUT.
           MOVE "COMICS FILLED IN:"
               TO TEXT-ENRICH-UPDATED.
           MOVE "CREATOR LINES ADDED:"
               TO TEXT-ENRICH-XREF-ADDED.
           MOVE "LINES TO REVIEW:"
               TO TEXT-ENRICH-EXCEPTIONS.
           MOVE "NO MATCH"
               TO TEXT-ENRICH-REASON-NONE.
           MOVE "AMBIGUOUS"
               TO TEXT-ENRICH-REASON-AMBIGUOUS.
           MOVE "BARCODE DIFFERS"
               TO TEXT-ENRICH-REASON-BARCODE.
           MOVE "INVALID LINE"
               TO TEXT-ENRICH-REASON-BAD.
           MOVE "LINES READ"
               TO TEXT-ENRICH-TOTAL-READ.
           MOVE "LINES APPLIED"
               TO TEXT-ENRICH-TOTAL-MATCHED.
           MOVE "COMICS FILLED IN"
               TO TEXT-ENRICH-TOTAL-UPDATED.
           MOVE "FIELDS FILLED"
               TO TEXT-ENRICH-TOTAL-FIELDS.
           MOVE "CREATORS ADDED"
               TO TEXT-ENRICH-TOTAL-XREF.
           MOVE "COMICS NOT LOADED (TABLE FULL):"
               TO TEXT-ENRICH-OUR-OVERFLOW.
           MOVE "CREATOR XREF TOO LARGE; NONE ADDED."
               TO TEXT-ENRICH-XREF-TOO-BIG.
           MOVE "EXTERNAL CATALOG - LINES TO REVIEW"
               TO TEXT-ENRICH-REPORT-TITLE.
           MOVE "REASON               PUBLISHER            TITLE"
               TO TEXT-ENRICH-REPORT-HEADER.
           MOVE "COULD NOT UPDATE COMIC"
               TO ERROR-ENRICH-CANT-UPDATE.
           MOVE "ISSUE  DATE     IDS"
               TO TEXT-ENRICH-REPORT-HEADER-2.
