       77 FAILED-COUNT PIC 9(07).
       77 APPLIED-COUNT-ED PIC Z(6)9.
       77 FAILED-COUNT-ED PIC Z(6)9.
       77 REPLAY-ANSWER PIC X.

       COPY "ROLLFWD-WS-ESP.cbl".

           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           DISPLAY TEXT-ROLLFWD-START.
           MOVE ZEROES TO APPLIED-COUNT.
           MOVE ZEROES TO FAILED-COUNT.
           PERFORM CHECK-HISTORY-CHAIN.
           IF REPLAY-ANSWER = "Y"
               CALL "RESTORE-BACKUP"
               PERFORM REPLAY-THE-JOURNAL
               DISPLAY TEXT-ROLLFWD-DONE
           ELSE
               DISPLAY TEXT-ROLLFWD-CANCELLED
               MOVE "ERROR" TO RLC-STATUS.
           PERFORM WRITE-RUN-LOG-LINE.
           END-PROGRAM.
               GOBACK.

      * The journal is only replayed blind when its check chain
      * holds; if a line has been changed, dropped or moved since
      * it was written, the operator is told before anything is
      * restored and has to say so to go on regardless.
       CHECK-HISTORY-CHAIN.
           MOVE "Y" TO REPLAY-ANSWER.
           CALL "VERIFY-AUDIT-CHAIN".
           IF RETURN-CODE NOT = ZERO
               MOVE ZERO TO RETURN-CODE
               DISPLAY TEXT-ROLLFWD-CHAIN-BROKEN
               DISPLAY TEXT-ROLLFWD-REPLAY-QUESTION
               ACCEPT REPLAY-ANSWER
               IF REPLAY-ANSWER = "y"
                   MOVE "Y" TO REPLAY-ANSWER
               END-IF
               IF REPLAY-ANSWER NOT = "Y"
                   MOVE "N" TO REPLAY-ANSWER.

       REPLAY-THE-JOURNAL.
           MOVE ZEROES TO APPLIED-COUNT.
           MOVE ZEROES TO FAILED-COUNT.
