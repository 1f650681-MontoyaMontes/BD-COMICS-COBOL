       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-DISPATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "BORROWER-PHYSIC-FILE.cbl".
       COPY "NOTIFQ-PHYSIC-FILE.cbl".
       COPY "NOTIFH-PHYSIC-FILE.cbl".
       COPY "NOTIFCSV-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "BORROWER-LOGIC-FILE.cbl".
       COPY "NOTIFQ-LOGIC-FILE.cbl".
       COPY "NOTIFH-LOGIC-FILE.cbl".
       COPY "NOTIFCSV-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       77 BORROWER-FILE-STATUS PIC X(02).
       77 NOTIFQ-FILE-STATUS PIC X(02).
       77 NOTIFH-FILE-STATUS PIC X(02).
       77 END-OF-QUEUE PIC X.
       77 RECORD-FOUND PIC X.
       77 HISTORY-WRITTEN PIC X.
       77 TODAY-DATE PIC 9(08).
       77 NOW-TIME PIC 9(08).
       77 PENDING-COUNT PIC 9(07).
       77 SENT-COUNT PIC 9(07).
       77 UNADDRESSED-COUNT PIC 9(07).
       77 COUNT-ED PIC Z(6)9.
       77 ISSUE-ED PIC Z(4)9.
       77 ISSUE-LEAD PIC 9(02).
       77 MERGE-TYPE PIC X(13).
       77 MERGE-TITLE PIC X(40).

       COPY "NOTIFQ-WS-ESP.cbl".

      * The nightly dispatch: every notice still pending on the
      * shared queue becomes one line of the mail-merge file, is
      * marked sent and leaves a row on the borrower's history.
      * A notice for somebody with no registry entry, or with
      * neither e-mail nor phone on it, cannot be addressed, so it
      * stays pending and is counted; once the registry is filled
      * in, the next night's run picks it up.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE ZEROES TO PENDING-COUNT.
           MOVE ZEROES TO SENT-COUNT.
           MOVE ZEROES TO UNADDRESSED-COUNT.
           OPEN OUTPUT NOTIFCSV-FILE.
      * The column names are read by the mail-merge template, so
      * they are the same whatever language the screens are in.
           MOVE SPACE TO NOTIFCSV-LINE.
           STRING "borrower,email,phone,type,comic_id,"
                      DELIMITED BY SIZE
                  "title,issue,ref_date,queued_date"
                      DELIMITED BY SIZE
                  INTO NOTIFCSV-LINE.
           WRITE NOTIFCSV-LINE.
           OPEN I-O NOTIFQ-FILE.
           IF NOTIFQ-FILE-STATUS = "35"
               DISPLAY TEXT-DISPATCH-NO-QUEUE
           ELSE
               OPEN INPUT COMICS-FILE
               OPEN INPUT BORROWER-FILE
               PERFORM OPEN-NOTIFH-FILE
               PERFORM START-AT-FIRST-NOTICE
               PERFORM DISPATCH-NOTICES
               UNTIL END-OF-QUEUE = "Y"
               CLOSE NOTIFH-FILE
               CLOSE BORROWER-FILE
               CLOSE COMICS-FILE
               CLOSE NOTIFQ-FILE.
           CLOSE NOTIFCSV-FILE.
           MOVE SENT-COUNT TO COUNT-ED.
           DISPLAY TEXT-DISPATCH-SENT COUNT-ED.
           MOVE UNADDRESSED-COUNT TO COUNT-ED.
           DISPLAY TEXT-DISPATCH-UNADDRESSED COUNT-ED.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

      * On a fresh system OPEN I-O comes back status 35, so seed the
      * history with an OPEN OUTPUT before opening it I-O for real.
       OPEN-NOTIFH-FILE.
           OPEN I-O NOTIFH-FILE.
           IF NOTIFH-FILE-STATUS = "35"
               OPEN OUTPUT NOTIFH-FILE
               CLOSE NOTIFH-FILE
               OPEN I-O NOTIFH-FILE.

       START-AT-FIRST-NOTICE.
           MOVE "N" TO END-OF-QUEUE.
           MOVE LOW-VALUES TO NTQ-KEY.
           START NOTIFQ-FILE KEY IS NOT LESS THAN NTQ-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-QUEUE.
           IF END-OF-QUEUE = "N"
               PERFORM READ-NEXT-NOTICE.

       READ-NEXT-NOTICE.
           READ NOTIFQ-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-QUEUE.

       DISPATCH-NOTICES.
           IF NTQ-PENDING
               ADD 1 TO PENDING-COUNT
               PERFORM LOOK-UP-BORROWER
               IF RECORD-FOUND = "Y"
                   PERFORM SEND-ONE-NOTICE
               ELSE
                   ADD 1 TO UNADDRESSED-COUNT.
           PERFORM READ-NEXT-NOTICE.

       LOOK-UP-BORROWER.
           MOVE "Y" TO RECORD-FOUND.
           MOVE NTQ-BORROWER TO BORROWER-NAME.
           READ BORROWER-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = "Y" AND
              BORROWER-EMAIL = SPACE AND BORROWER-PHONE = SPACE
               MOVE "N" TO RECORD-FOUND.

       SEND-ONE-NOTICE.
           PERFORM WRITE-MERGE-LINE.
           SET NTQ-SENT TO TRUE.
           MOVE TODAY-DATE TO NTQ-SENT-DATE.
           REWRITE NOTIFQ-RECORD.
           PERFORM WRITE-HISTORY-LINE.
           ADD 1 TO SENT-COUNT.

      * The comic's title and issue go on the line so the template
      * can name it; a comic since deleted goes out untitled rather
      * than holding the notice back.
       LOOK-UP-NOTICE-COMIC.
           MOVE SPACE TO MERGE-TITLE.
           MOVE ZEROES TO ISSUE-ED.
           MOVE NTQ-COMIC-ID TO COMIC-ID.
           MOVE "Y" TO RECORD-FOUND.
           READ COMICS-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = "Y"
               MOVE COMIC-NAME TO MERGE-TITLE
               MOVE COMIC-ISSUE TO ISSUE-ED.
           MOVE ZEROES TO ISSUE-LEAD.
           INSPECT ISSUE-ED TALLYING ISSUE-LEAD FOR LEADING SPACE.

      * The type goes out as a word the template can branch on,
      * not the one-letter code kept on the queue.
       NAME-NOTICE-TYPE.
           EVALUATE TRUE
               WHEN NTQ-HOLD-READY
                   MOVE "HOLD-READY" TO MERGE-TYPE
               WHEN NTQ-DUE-SOON
                   MOVE "DUE-SOON" TO MERGE-TYPE
               WHEN NTQ-OVERDUE
                   MOVE "OVERDUE" TO MERGE-TYPE
               WHEN NTQ-CLAIM-SETTLED
                   MOVE "CLAIM-SETTLED" TO MERGE-TYPE
               WHEN OTHER
                   MOVE NTQ-TYPE TO MERGE-TYPE
           END-EVALUATE.

      * Text fields go out trimmed, and the names are quoted since
      * they may carry commas, the same way LISTING-EXPORT writes
      * the marketplace file.
       WRITE-MERGE-LINE.
           PERFORM LOOK-UP-NOTICE-COMIC.
           PERFORM NAME-NOTICE-TYPE.
           MOVE SPACE TO NOTIFCSV-LINE.
           STRING QUOTE DELIMITED BY SIZE
                  NTQ-BORROWER DELIMITED BY "  "
                  QUOTE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  BORROWER-EMAIL DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  BORROWER-PHONE DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  MERGE-TYPE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  NTQ-COMIC-ID DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  QUOTE DELIMITED BY SIZE
                  MERGE-TITLE DELIMITED BY "  "
                  QUOTE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  ISSUE-ED(ISSUE-LEAD + 1:) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  NTQ-REF-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  NTQ-QUEUED-DATE DELIMITED BY SIZE
                  INTO NOTIFCSV-LINE.
           WRITE NOTIFCSV-LINE.

      * Two notices for the same borrower and comic can go out in
      * the same run (a renewed loan, say), so a clash on the key
      * moves the time on by one until the row fits.
       WRITE-HISTORY-LINE.
           MOVE SPACE TO NOTIFH-RECORD.
           MOVE NTQ-BORROWER TO NTH-BORROWER.
           MOVE TODAY-DATE TO NTH-SENT-DATE.
           MOVE NOW-TIME TO NTH-SENT-TIME.
           MOVE NTQ-TYPE TO NTH-TYPE.
           MOVE NTQ-COMIC-ID TO NTH-COMIC-ID.
           MOVE NTQ-REF-DATE TO NTH-REF-DATE.
           MOVE BORROWER-EMAIL TO NTH-EMAIL.
           MOVE BORROWER-PHONE TO NTH-PHONE.
           MOVE "N" TO HISTORY-WRITTEN.
           PERFORM TRY-HISTORY-WRITE
           UNTIL HISTORY-WRITTEN = "Y".

       TRY-HISTORY-WRITE.
           MOVE "Y" TO HISTORY-WRITTEN.
           WRITE NOTIFH-RECORD
               INVALID KEY
               MOVE "N" TO HISTORY-WRITTEN
               ADD 1 TO NTH-SENT-TIME.

       NOTE-RUN-START.
           MOVE "NOTIFY-DISPATCH" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE PENDING-COUNT TO RLC-READ-COUNT.
           MOVE SENT-COUNT TO RLC-WRITTEN-COUNT.
           MOVE UNADDRESSED-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "NOTIFQ-WS-ENG.cbl".

       END PROGRAM NOTIFY-DISPATCH.
