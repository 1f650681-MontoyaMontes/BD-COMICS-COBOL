       COPY "XREFWORK-PHYSIC-FILE.cbl".
       COPY "LOANHIST-PHYSIC-FILE.cbl".
       COPY "HISTWORK-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       COPY "XREFWORK-LOGIC-FILE.cbl".
       COPY "LOANHIST-LOGIC-FILE.cbl".
       COPY "HISTWORK-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       77 RECORD-FOUND PIC X.
       77 ID-COMIC-FIELD PIC Z(5).
       77 KEEP-ID PIC 9(05).
           VALUE "bd-comic-history-work.dat".
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
      * Creators the surviving comic already carries; a repointed
      * line that matches one of these is dropped rather than
      * listing the same creator twice on one title. One comic's
           PERFORM READ-XREF-WORK-LINE.

      * The lending story of the duplicate belongs to the same
      * physical issue, so its ledger entries follow it onto the
      * surviving ID and the history queries stop dangling. The
      * ledger is keyed by comic, so only the duplicate's entries
      * are read; they pass through a sequential work file first,
      * so none is taken off the ledger before all have been
      * copied out, and a long lending story has no cap to hit.
       REPOINT-LOAN-HISTORY.
           MOVE ZEROES TO HIST-MOVED-COUNT.
           OPEN I-O LOAN-HISTORY-FILE.
           IF LOAN-HISTORY-FILE-STATUS = "00"
               OPEN OUTPUT HISTORY-WORK-FILE
               PERFORM START-AT-DUPLICATE-HISTORY
               PERFORM PASS-ONE-HISTORY
               UNTIL END-OF-HISTORY = "Y"
               CLOSE HISTORY-WORK-FILE
               IF HIST-MOVED-COUNT NOT = ZEROES
                   PERFORM COPY-BACK-HISTORY-LINES
                   MOVE HIST-MOVED-COUNT TO HIST-MOVED-ED
                   DISPLAY TEXT-MERGE-HIST-MOVED HIST-MOVED-ED
               END-IF
               CALL "CBL_DELETE_FILE" USING HISTORY-WORK-FILE-NAME
               CLOSE LOAN-HISTORY-FILE.

       START-AT-DUPLICATE-HISTORY.
           MOVE "N" TO END-OF-HISTORY.
           MOVE DUP-ID TO HIST-KEY-COMIC-ID.
           MOVE ZEROES TO HIST-ENTRY-DATE.
           MOVE ZEROES TO HIST-ENTRY-TIME.
           START LOAN-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-HISTORY.
           PERFORM READ-HISTORY-LINE.

       READ-HISTORY-LINE.
           IF END-OF-HISTORY = "N"
               READ LOAN-HISTORY-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO END-OF-HISTORY
               END-READ.
           IF END-OF-HISTORY = "N" AND HIST-KEY-COMIC-ID NOT = DUP-ID
               MOVE "Y" TO END-OF-HISTORY.

       PASS-ONE-HISTORY.
           MOVE SPACE TO HISTORY-WORK-RECORD.
           MOVE HIST-COMIC-ID TO HWK-COMIC-ID.
           MOVE HIST-BORROWER TO HWK-BORROWER.
           MOVE HIST-OUT-DATE TO HWK-OUT-DATE.
           MOVE HIST-IN-DATE TO HWK-IN-DATE.
           MOVE HIST-ACTION TO HWK-ACTION.
           MOVE HIST-DUE-DATE TO HWK-DUE-DATE.
           MOVE HIST-OPERATOR TO HWK-OPERATOR.
           MOVE HIST-KEY-COMIC-ID TO HWK-KEY-COMIC-ID.
           MOVE HIST-ENTRY-DATE TO HWK-ENTRY-DATE.
           MOVE HIST-ENTRY-TIME TO HWK-ENTRY-TIME.
           WRITE HISTORY-WORK-RECORD.
           ADD 1 TO HIST-MOVED-COUNT.
           PERFORM READ-HISTORY-LINE.

       COPY-BACK-HISTORY-LINES.
           OPEN INPUT HISTORY-WORK-FILE.
           MOVE "N" TO END-OF-HIST-WORK.
           PERFORM READ-HISTORY-WORK-LINE.
           PERFORM COPY-ONE-HISTORY-BACK
           UNTIL END-OF-HIST-WORK = "Y".
           CLOSE HISTORY-WORK-FILE.

       READ-HISTORY-WORK-LINE.
           AT END
               MOVE "Y" TO END-OF-HIST-WORK.

      * The entry keeps its date and time under the surviving ID;
      * should the survivor already hold an entry at that very
      * moment, the time is moved on until the key is free.
       COPY-ONE-HISTORY-BACK.
           MOVE HWK-KEY-COMIC-ID TO HIST-KEY-COMIC-ID.
           MOVE HWK-ENTRY-DATE TO HIST-ENTRY-DATE.
           MOVE HWK-ENTRY-TIME TO HIST-ENTRY-TIME.
           DELETE LOAN-HISTORY-FILE RECORD
               INVALID KEY
               CONTINUE.
           MOVE SPACE TO LOAN-HISTORY-RECORD.
           MOVE KEEP-ID TO HIST-COMIC-ID.
           MOVE HWK-BORROWER TO HIST-BORROWER.
           MOVE HWK-OUT-DATE TO HIST-OUT-DATE.
           MOVE HWK-IN-DATE TO HIST-IN-DATE.
           MOVE HWK-ACTION TO HIST-ACTION.
           MOVE HWK-DUE-DATE TO HIST-DUE-DATE.
           MOVE HWK-OPERATOR TO HIST-OPERATOR.
           MOVE KEEP-ID TO HIST-KEY-COMIC-ID.
           MOVE HWK-ENTRY-DATE TO HIST-ENTRY-DATE.
           MOVE HWK-ENTRY-TIME TO HIST-ENTRY-TIME.
           PERFORM WRITE-HISTORY-ENTRY.
           PERFORM BUMP-HISTORY-TIME
           UNTIL LOAN-HISTORY-FILE-STATUS NOT = "22".
           PERFORM READ-HISTORY-WORK-LINE.

       WRITE-HISTORY-ENTRY.
           WRITE LOAN-HISTORY-RECORD
               INVALID KEY
               CONTINUE.

       BUMP-HISTORY-TIME.
           ADD 1 TO HIST-ENTRY-TIME.
           PERFORM WRITE-HISTORY-ENTRY.

      * One line for the whole consolidation, duplicate before and
      * survivor after, so the merge can be picked apart later.
       WRITE-MERGE-AUDIT-RECORD.
           PERFORM APPEND-AUDIT-LINE.

       APPEND-AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".
