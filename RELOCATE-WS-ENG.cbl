      * English wording for the texts RELOCATE-WS-ESP.cbl defines
      * in Spanish; applied when the language setting says "EN".
       SET-ENGLISH-TEXTS.
           MOVE "Bulk relocation of comics between boxes."
               TO TEXT-RELOC-START.
           MOVE "No move-request file; nothing to move."
               TO TEXT-RELOC-NO-INPUT.
           MOVE "No location master; nothing was moved."
               TO ERROR-RELOC-NO-LOCATIONS.
           MOVE "Comics moved: "
               TO TEXT-RELOC-DONE.
           MOVE "Already in their target: "
               TO TEXT-RELOC-UNCHANGED.
           MOVE "Requests rejected: "
               TO TEXT-RELOC-REJECT-DONE.
           MOVE "Move-request file put away as "
               TO TEXT-RELOC-PUT-AWAY.
           MOVE "Could not relocate comic "
               TO ERROR-RELOC-CANT-UPDATE.
