       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "GRADING-PHYSIC-FILE.cbl".
       COPY "CONDHIST-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "GRADING-LOGIC-FILE.cbl".
       COPY "CONDHIST-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       77 GRADING-MODE PIC X.
       77 RECORD-FOUND PIC X.
       77 ID-COMIC-FIELD PIC Z(5).
       77 GRADING-TOO-BIG PIC X.
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 OLD-CONDITION-FIELD PIC X(12).
       77 CONDITION-HISTORY-FILE-STATUS PIC X(02).
      * The submissions ledger is a plain sequential file, so
           MOVE OLD-CONDITION-FIELD TO CH-OLD-CONDITION.
           MOVE COMIC-CONDITION TO CH-NEW-CONDITION.
           MOVE "GRADACION" TO CH-SOURCE.
           MOVE COMIC-ID TO CH-KEY-COMIC-ID.
           MOVE CH-DATE TO CH-KEY-DATE.
           ACCEPT CH-KEY-TIME FROM TIME.
           OPEN I-O CONDITION-HISTORY-FILE.
           IF CONDITION-HISTORY-FILE-STATUS = "35"
               PERFORM SEED-CONDITION-HISTORY-FILE.
           IF CONDITION-HISTORY-FILE-STATUS = "00"
               PERFORM WRITE-CONDITION-ENTRY
               PERFORM BUMP-CONDITION-TIME
               UNTIL CONDITION-HISTORY-FILE-STATUS NOT = "22"
               CLOSE CONDITION-HISTORY-FILE.

      * OPEN I-O does not create a missing file, so on a fresh
      * system this seeds an empty ledger before writing to it.
       SEED-CONDITION-HISTORY-FILE.
           OPEN OUTPUT CONDITION-HISTORY-FILE.
           CLOSE CONDITION-HISTORY-FILE.
           OPEN I-O CONDITION-HISTORY-FILE.

       WRITE-CONDITION-ENTRY.
           WRITE CONDITION-HISTORY-RECORD
               INVALID KEY
               CONTINUE.

      * Two entries for one comic in the same hundredth of a second
      * would share a key, so the later one moves on by one.
       BUMP-CONDITION-TIME.
           ADD 1 TO CH-KEY-TIME.
           PERFORM WRITE-CONDITION-ENTRY.

      * Buffers the whole ledger, closes the first open line for
      * the comic, and writes the file back; if the ledger has
           PERFORM APPEND-AUDIT-LINE.

       APPEND-AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".
