       COPY "LOANHIST-PHYSIC-FILE.cbl".
       COPY "VALHIST-PHYSIC-FILE.cbl".
       COPY "PROV-PHYSIC-FILE.cbl".
       COPY "ROLLCTL-PHYSIC-FILE.cbl".
       COPY "HISTARC-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       COPY "LOANHIST-LOGIC-FILE.cbl".
       COPY "VALHIST-LOGIC-FILE.cbl".
       COPY "PROV-LOGIC-FILE.cbl".
       COPY "ROLLCTL-LOGIC-FILE.cbl".
       COPY "HISTARC-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       77 END-OF-CONDITIONS PIC X.
       77 END-OF-HISTORY PIC X.
       77 END-OF-VALUES PIC X.
       77 ROLLOVER-FILE-STATUS PIC X(02).
       77 HISTORY-ARCHIVE-STATUS PIC X(02).
       77 HISTORY-ARCHIVE-NAME PIC X(40).
       77 ARCHIVE-LEDGER PIC X(08).
       77 END-OF-ROLLOVER PIC X.
       77 END-OF-ARCHIVE PIC X.
       77 OLDEST-DATE-WANTED PIC 9(08).
       77 EVENT-COUNT PIC 9(03).
       77 EVENT-OVERFLOW PIC X.
       77 OUTER-INDEX PIC 9(03).
           INVALID KEY
           MOVE "N" TO RECORD-FOUND.

      * The archived years are only read back as far as the year
      * the comic came in; one with no acquisition date on file
      * has every archived year read.
       GATHER-ALL-EVENTS.
           MOVE ZEROES TO EVENT-COUNT.
           MOVE "N" TO EVENT-OVERFLOW.
           MOVE ZEROES TO OLDEST-DATE-WANTED.
           IF DATE-ACQUIRED IS NUMERIC
               MOVE DATE-ACQUIRED TO OLDEST-DATE-WANTED.
           PERFORM GATHER-ACQUISITION.
           PERFORM GATHER-CONDITION-CHANGES.
           PERFORM GATHER-LOAN-MOVEMENTS.

       GATHER-CONDITION-CHANGES.
           OPEN INPUT CONDITION-HISTORY-FILE.
           MOVE "GRADES" TO ARCHIVE-LEDGER.
           PERFORM SEARCH-LEDGER-ARCHIVES.
           IF CONDITION-HISTORY-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM START-AT-COMIC-CONDITIONS
               PERFORM COLLECT-CONDITION-EVENT
               UNTIL END-OF-CONDITIONS = "Y"
               CLOSE CONDITION-HISTORY-FILE.

      * The live ledger is keyed by comic, so the reading starts at
      * the comic's first entry and stops past its last one.
       START-AT-COMIC-CONDITIONS.
           MOVE "N" TO END-OF-CONDITIONS.
           MOVE COMIC-ID TO CH-KEY-COMIC-ID.
           MOVE ZEROES TO CH-KEY-DATE.
           MOVE ZEROES TO CH-KEY-TIME.
           START CONDITION-HISTORY-FILE KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-CONDITIONS.
           PERFORM READ-CONDITION-LINE.

       READ-CONDITION-LINE.
           IF END-OF-CONDITIONS = "N"
               READ CONDITION-HISTORY-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO END-OF-CONDITIONS
               END-READ.
           IF END-OF-CONDITIONS = "N" AND CH-KEY-COMIC-ID NOT = COMIC-ID
               MOVE "Y" TO END-OF-CONDITIONS.

       COLLECT-CONDITION-EVENT.
           PERFORM JUDGE-CONDITION-EVENT.
           PERFORM READ-CONDITION-LINE.

       JUDGE-CONDITION-EVENT.
           IF CH-COMIC-ID = COMIC-ID
               MOVE CH-DATE TO EVENT-DATE-WORK
               MOVE SPACE TO EVENT-TEXT-WORK
                      CH-SOURCE DELIMITED BY SIZE
                      INTO EVENT-TEXT-WORK
               PERFORM ADD-ONE-EVENT.

       GATHER-LOAN-MOVEMENTS.
           OPEN INPUT LOAN-HISTORY-FILE.
           MOVE "LOANS" TO ARCHIVE-LEDGER.
           PERFORM SEARCH-LEDGER-ARCHIVES.
           IF LOAN-HISTORY-FILE-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM START-AT-COMIC-LOANS
               PERFORM COLLECT-LOAN-EVENT
               UNTIL END-OF-HISTORY = "Y"
               CLOSE LOAN-HISTORY-FILE.

       START-AT-COMIC-LOANS.
           MOVE "N" TO END-OF-HISTORY.
           MOVE COMIC-ID TO HIST-KEY-COMIC-ID.
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
           IF END-OF-HISTORY = "N" AND HIST-KEY-COMIC-ID NOT = COMIC-ID
               MOVE "Y" TO END-OF-HISTORY.

      * A checkout line dates from its out-date, a checkin line
      * from its in-date, and a renewal from the due date it set;
      * together they put every movement of the comic on the sheet.
       COLLECT-LOAN-EVENT.
           PERFORM JUDGE-LOAN-EVENT.
           PERFORM READ-HISTORY-LINE.

       JUDGE-LOAN-EVENT.
           IF HIST-COMIC-ID = COMIC-ID
               PERFORM BUILD-LOAN-EVENT
               PERFORM ADD-ONE-EVENT.

       BUILD-LOAN-EVENT.
           MOVE SPACE TO EVENT-TEXT-WORK.

       GATHER-VALUATIONS.
           OPEN INPUT VALUE-HISTORY-FILE.
           MOVE "VALUES" TO ARCHIVE-LEDGER.
           PERFORM SEARCH-LEDGER-ARCHIVES.
           IF VALUE-HISTORY-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "Y" TO END-OF-VALUES.

       COLLECT-VALUE-EVENT.
           PERFORM JUDGE-VALUE-EVENT.
           PERFORM READ-VALUE-LINE.

       JUDGE-VALUE-EVENT.
           IF VH-COMIC-ID = COMIC-ID
               MOVE VH-SNAPSHOT-DATE TO EVENT-DATE-WORK
               MOVE VH-VALUE TO VALUE-ED
                      VALUE-ED DELIMITED BY SIZE
                      INTO EVENT-TEXT-WORK
               PERFORM ADD-ONE-EVENT.

      * The closed years the rollover took off one of the three
      * ledgers, named by ARCHIVE-LEDGER; each archived line is
      * put back in that ledger's own record and judged as if it
      * had been read from the live file. The events are sorted
      * by date afterwards, so the order they are found in does
      * not matter.
       SEARCH-LEDGER-ARCHIVES.
           OPEN INPUT ROLLOVER-FILE.
           IF ROLLOVER-FILE-STATUS = "00"
               PERFORM START-AT-LEDGER-ROWS
               PERFORM SEARCH-ONE-ARCHIVE
               UNTIL END-OF-ROLLOVER = "Y"
               CLOSE ROLLOVER-FILE.

       START-AT-LEDGER-ROWS.
           MOVE "N" TO END-OF-ROLLOVER.
           MOVE ARCHIVE-LEDGER TO ROLL-LEDGER.
           MOVE ZEROES TO ROLL-YEAR.
           START ROLLOVER-FILE KEY IS NOT LESS THAN ROLL-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-ROLLOVER.
           PERFORM READ-ROLLOVER-ROW.

       READ-ROLLOVER-ROW.
           IF END-OF-ROLLOVER = "N"
               READ ROLLOVER-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO END-OF-ROLLOVER
               END-READ.
           IF END-OF-ROLLOVER = "N" AND ROLL-LEDGER NOT = ARCHIVE-LEDGER
               MOVE "Y" TO END-OF-ROLLOVER.

       SEARCH-ONE-ARCHIVE.
           IF ROLL-LAST-DATE NOT < OLDEST-DATE-WANTED
               PERFORM READ-ONE-ARCHIVE.
           PERFORM READ-ROLLOVER-ROW.

       READ-ONE-ARCHIVE.
           MOVE ROLL-ARCHIVE-NAME TO HISTORY-ARCHIVE-NAME.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           IF HISTORY-ARCHIVE-STATUS = "00"
               MOVE "N" TO END-OF-ARCHIVE
               PERFORM READ-ARCHIVE-LINE
               PERFORM TAKE-ARCHIVE-LINE
               UNTIL END-OF-ARCHIVE = "Y"
               CLOSE HISTORY-ARCHIVE-FILE.

       READ-ARCHIVE-LINE.
           READ HISTORY-ARCHIVE-FILE
           AT END
               MOVE "Y" TO END-OF-ARCHIVE.

       TAKE-ARCHIVE-LINE.
           EVALUATE ARCHIVE-LEDGER
               WHEN "GRADES"
                   MOVE HISTORY-ARCHIVE-LINE
                       TO CONDITION-HISTORY-RECORD
                   PERFORM JUDGE-CONDITION-EVENT
               WHEN "LOANS"
                   MOVE HISTORY-ARCHIVE-LINE TO LOAN-HISTORY-RECORD
                   PERFORM JUDGE-LOAN-EVENT
               WHEN "VALUES"
                   MOVE HISTORY-ARCHIVE-LINE TO VALUE-HISTORY-RECORD
                   PERFORM JUDGE-VALUE-EVENT
           END-EVALUATE.
           PERFORM READ-ARCHIVE-LINE.

       ADD-ONE-EVENT.
           IF EVENT-COUNT < 200
