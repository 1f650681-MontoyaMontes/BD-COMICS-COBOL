       77 BACKUP-DATE PIC 9(08).
       77 BACKUP-TIME PIC 9(08).
       77 COPY-STATUS PIC S9(09) COMP-5.
       COPY "CHAINCALL-WS.cbl".
       77 EOF-SWITCH PIC X.
       77 BACKUP-RECORD-COUNT PIC 9(07).
      * How many backups the retention pass keeps on disk; anything
      * The snapshot just taken holds everything the journal held,
      * so the journal starts afresh: from here on it carries only
      * the writes the snapshot does not, which is exactly what a
      * roll-forward after a crash needs to replay. Its check chain
      * carries on where it stood, but the emptied file now starts
      * after the newest link, so the verification does not take
      * the cut for missing lines. The chain is held locked from
      * before the cut until the new base is written, so a line
      * another station journals meanwhile waits and then lands
      * on the emptied file, chained from that base.
       RESET-DAY-JOURNAL.
           MOVE "L" TO CCA-ACTION.
           MOVE 2 TO CCA-LEDGER.
           CALL "CHAIN-LINK" USING CHAIN-CALL-AREA.
           OPEN OUTPUT JOURNAL-FILE.
           CLOSE JOURNAL-FILE.
           MOVE CCA-SEQUENCE TO CCA-BASE-SEQUENCE.
           MOVE CCA-CHECK TO CCA-BASE-CHECK.
           MOVE "U" TO CCA-ACTION.
           CALL "CHAIN-LINK" USING CHAIN-CALL-AREA.

       NOTE-RUN-START.
           MOVE "BACKUP-COMICS-FILE" TO RLC-PROGRAM-NAME.
