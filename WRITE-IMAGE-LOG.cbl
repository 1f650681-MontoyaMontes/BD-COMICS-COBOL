       COPY "JOURNAL-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "OPERATOR-SESSION-WS.cbl".
       77 IMAGE-FILE-STATUS PIC X(02).
       77 JOURNAL-FILE-STATUS PIC X(02).
       77 STAMP-DATE PIC 9(08).
       77 STAMP-TIME PIC 9(08).
       77 STAMP-OPERATOR PIC X(10).
       COPY "CHAINCALL-WS.cbl".

       LINKAGE SECTION.
       COPY "IMAGELOG-WS.cbl".
       START-PROGRAM.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STAMP-TIME FROM TIME.
           PERFORM TAKE-OPERATOR-STAMP.
           PERFORM APPEND-IMAGE-LINE.
           PERFORM APPEND-JOURNAL-LINE.
           END-PROGRAM.
               GOBACK.

      * Nobody signs on to the overnight chain, so its lines are
      * stamped the same way WRITE-AUDIT-LOG stamps the audit log.
       TAKE-OPERATOR-STAMP.
           IF SESSION-OPERATOR-ID = SPACE OR
              SESSION-OPERATOR-ID = LOW-VALUE
               MOVE "BATCH" TO STAMP-OPERATOR
           ELSE
               MOVE SESSION-OPERATOR-ID TO STAMP-OPERATOR.

       APPEND-IMAGE-LINE.
           MOVE SPACE TO IMAGE-RECORD.
           MOVE STAMP-DATE TO IMG-DATE.
           MOVE ILC-COMIC-ID TO IMG-COMIC-ID.
           MOVE ILC-BEFORE-IMAGE TO IMG-BEFORE-IMAGE.
           MOVE ILC-AFTER-IMAGE TO IMG-AFTER-IMAGE.
           MOVE STAMP-OPERATOR TO IMG-OPERATOR.
           OPEN EXTEND IMAGE-FILE.
           IF IMAGE-FILE-STATUS = "35"
               PERFORM SEED-IMAGE-FILE.
           MOVE ILC-COMIC-ID TO JRN-COMIC-ID.
           MOVE ILC-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           MOVE ILC-AFTER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE STAMP-OPERATOR TO JRN-OPERATOR.
           PERFORM STAMP-CHAIN-LINK.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = "35"
               PERFORM SEED-JOURNAL-FILE.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.
           PERFORM CLOSE-CHAIN-LINK.

      * Only the journal line is chained: it is the one the
      * roll-forward trusts to rebuild the file after a crash.
      * As on the audit log, the chain stays locked until the
      * line is on the journal and CLOSE-CHAIN-LINK lets it go.
       STAMP-CHAIN-LINK.
           MOVE "N" TO CCA-ACTION.
           MOVE 2 TO CCA-LEDGER.
           MOVE 632 TO CCA-TEXT-LENGTH.
           MOVE JOURNAL-RECORD(1:632) TO CCA-TEXT.
           CALL "CHAIN-LINK" USING CHAIN-CALL-AREA.
           MOVE CCA-SEQUENCE TO JRN-SEQUENCE.
           MOVE CCA-CHECK TO JRN-CHECK.

       CLOSE-CHAIN-LINK.
           MOVE "W" TO CCA-ACTION.
           CALL "CHAIN-LINK" USING CHAIN-CALL-AREA.

       SEED-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE.
