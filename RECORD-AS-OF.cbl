       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "IMAGE-PHYSIC-FILE.cbl".
       COPY "ROLLCTL-PHYSIC-FILE.cbl".
       COPY "HISTARC-PHYSIC-FILE.cbl".
       COPY "LOANHIST-PHYSIC-FILE.cbl".
       COPY "CONDHIST-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "IMAGE-LOGIC-FILE.cbl".
       COPY "ROLLCTL-LOGIC-FILE.cbl".
       COPY "HISTARC-LOGIC-FILE.cbl".
       COPY "LOANHIST-LOGIC-FILE.cbl".
       COPY "CONDHIST-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       77 IMAGE-FILE-STATUS PIC X(02).
       77 ROLLOVER-FILE-STATUS PIC X(02).
       77 HISTORY-ARCHIVE-STATUS PIC X(02).
       77 HISTORY-ARCHIVE-NAME PIC X(40).
       77 LOAN-HISTORY-FILE-STATUS PIC X(02).
       77 CONDITION-HISTORY-FILE-STATUS PIC X(02).
       77 END-OF-ENTRIES PIC X.
       77 STANDING-CONDITION PIC X(12).
       77 STANDING-CONDITION-DATE PIC 9(08).
       77 STANDING-LOAN-FOUND PIC X.
       77 STANDING-BORROWER PIC X(30).
       77 STANDING-IN-DATE PIC 9(08).
       77 STANDING-DUE-DATE PIC X(08).
       77 LIVE-LEDGER-FOUND PIC X.
       77 END-OF-ROLLOVER PIC X.
       77 END-OF-ARCHIVE PIC X.
       77 ARCHIVE-ROW-COUNT PIC 9(03).
       77 NEWEST-ARCHIVED-DATE PIC 9(08).
       77 ID-COMIC-FIELD PIC Z(5).
       77 WANTED-ID PIC 9(05).
       77 ASOF-DATE-FIELD PIC X(08).
           05 RB-COMIC-STATUS-DATE PIC 9(08).
           05 RB-COMIC-LOCATION    PIC X(10).
           05 RB-COMIC-BARCODE     PIC X(13).
           05 RB-COMIC-CURRENCY    PIC X(03).
           05 RB-COMIC-OWNER       PIC X(05).

       COPY "ASOF-WS-ESP.cbl".

       REBUILD-RECORDS.
           PERFORM GET-ASOF-DATE.
           PERFORM SCAN-IMAGE-LEDGER.
           PERFORM SHOW-LEDGER-STANDING.
           PERFORM GET-COMIC-TO-REBUILD.

       GET-ASOF-DATE.
      * before the asked date is the record as it stood that day,
      * and everything stamped after it is the list of changes
      * since. The ledger is chronological by construction, so no
      * sort is needed. The years the rollover has archived all
      * come before the live file: a date inside them has the
      * archives read ahead of the live file, still in write
      * order; a later date only needs them when the comic has no
      * image on the live file at all, which is when it has not
      * changed since an archived year, and then nothing read from
      * them can be a change after the date.
       SCAN-IMAGE-LEDGER.
           MOVE "N" TO IMAGE-FOUND.
           MOVE ZEROES TO LATER-CHANGE-COUNT.
           MOVE "N" TO LATER-TITLE-SHOWN.
           PERFORM FIND-NEWEST-ARCHIVED-DATE.
           MOVE "Y" TO LIVE-LEDGER-FOUND.
           OPEN INPUT IMAGE-FILE.
           IF IMAGE-FILE-STATUS = "35"
               MOVE "N" TO LIVE-LEDGER-FOUND.
           IF LIVE-LEDGER-FOUND = "N" AND ARCHIVE-ROW-COUNT = ZEROES
               DISPLAY TEXT-ASOF-NO-FILE
           ELSE
               PERFORM SCAN-EVERY-YEAR-NEEDED
               PERFORM SHOW-REBUILT-RECORD.

       SCAN-EVERY-YEAR-NEEDED.
           IF ASOF-DATE NOT > NEWEST-ARCHIVED-DATE
               PERFORM SEARCH-IMAGE-ARCHIVES.
           IF LIVE-LEDGER-FOUND = "Y"
               MOVE "N" TO END-OF-IMAGES
               PERFORM READ-IMAGE-LINE
               PERFORM TAKE-IMAGE-LINE
               UNTIL END-OF-IMAGES = "Y".
           IF IMAGE-FOUND = "N" AND ARCHIVE-ROW-COUNT NOT = ZEROES
              AND ASOF-DATE > NEWEST-ARCHIVED-DATE
               PERFORM SEARCH-IMAGE-ARCHIVES.
           IF LIVE-LEDGER-FOUND = "Y"
               CLOSE IMAGE-FILE.

       READ-IMAGE-LINE.
           READ IMAGE-FILE
           AT END
               MOVE "Y" TO END-OF-IMAGES.

       TAKE-IMAGE-LINE.
           PERFORM JUDGE-IMAGE-LINE.
           PERFORM READ-IMAGE-LINE.

       JUDGE-IMAGE-LINE.
           IF IMG-COMIC-ID = WANTED-ID
               IF IMG-DATE NOT > ASOF-DATE
                   MOVE IMG-AFTER-IMAGE TO ASOF-IMAGE
               ELSE
                   PERFORM SHOW-LATER-CHANGE.

      * How many closed years of the image ledger are archived and
      * the newest date any of them holds.
       FIND-NEWEST-ARCHIVED-DATE.
           MOVE ZEROES TO ARCHIVE-ROW-COUNT.
           MOVE ZEROES TO NEWEST-ARCHIVED-DATE.
           OPEN INPUT ROLLOVER-FILE.
           IF ROLLOVER-FILE-STATUS = "00"
               PERFORM START-AT-IMAGE-ROWS
               PERFORM NOTE-ONE-IMAGE-ROW
               UNTIL END-OF-ROLLOVER = "Y"
               CLOSE ROLLOVER-FILE.

       NOTE-ONE-IMAGE-ROW.
           ADD 1 TO ARCHIVE-ROW-COUNT.
           IF ROLL-LAST-DATE > NEWEST-ARCHIVED-DATE
               MOVE ROLL-LAST-DATE TO NEWEST-ARCHIVED-DATE.
           PERFORM READ-ROLLOVER-ROW.

       SEARCH-IMAGE-ARCHIVES.
           OPEN INPUT ROLLOVER-FILE.
           IF ROLLOVER-FILE-STATUS = "00"
               PERFORM START-AT-IMAGE-ROWS
               PERFORM SEARCH-ONE-IMAGE-ARCHIVE
               UNTIL END-OF-ROLLOVER = "Y"
               CLOSE ROLLOVER-FILE.

       START-AT-IMAGE-ROWS.
           MOVE "N" TO END-OF-ROLLOVER.
           SET ROLL-IMAGE-LEDGER TO TRUE.
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
           IF END-OF-ROLLOVER = "N" AND NOT ROLL-IMAGE-LEDGER
               MOVE "Y" TO END-OF-ROLLOVER.

       SEARCH-ONE-IMAGE-ARCHIVE.
           MOVE ROLL-ARCHIVE-NAME TO HISTORY-ARCHIVE-NAME.
           OPEN INPUT HISTORY-ARCHIVE-FILE.
           IF HISTORY-ARCHIVE-STATUS = "00"
               MOVE "N" TO END-OF-ARCHIVE
               PERFORM READ-ARCHIVE-LINE
               PERFORM TAKE-ARCHIVE-LINE
               UNTIL END-OF-ARCHIVE = "Y"
               CLOSE HISTORY-ARCHIVE-FILE.
           PERFORM READ-ROLLOVER-ROW.

       READ-ARCHIVE-LINE.
           READ HISTORY-ARCHIVE-FILE
           AT END
               MOVE "Y" TO END-OF-ARCHIVE.

       TAKE-ARCHIVE-LINE.
           MOVE HISTORY-ARCHIVE-LINE TO IMAGE-RECORD.
           PERFORM JUDGE-IMAGE-LINE.
           PERFORM READ-ARCHIVE-LINE.

       SHOW-LATER-CHANGE.
           IF LATER-TITLE-SHOWN = "N"
           DISPLAY TEXT-ASOF-SHOW-COPY RB-COMIC-COPY-NUMBER.
           DISPLAY TEXT-ASOF-SHOW-CONDITION RB-COMIC-CONDITION.
           DISPLAY TEXT-ASOF-SHOW-VALUE RB-COMIC-VALUE.
           IF RB-COMIC-CURRENCY NOT = SPACE
               DISPLAY TEXT-ASOF-SHOW-CURRENCY RB-COMIC-CURRENCY.
           IF RB-COMIC-OWNER NOT = SPACE
               DISPLAY TEXT-ASOF-SHOW-OWNER RB-COMIC-OWNER.
           IF RB-LOAN-TO-NAME NOT = SPACE
               DISPLAY TEXT-ASOF-SHOW-LOAN-TO RB-LOAN-TO-NAME
               DISPLAY TEXT-ASOF-SHOW-LOAN-DATE RB-LOAN-DATE
           IF RB-COMIC-BARCODE NOT = SPACE
               DISPLAY TEXT-ASOF-SHOW-BARCODE RB-COMIC-BARCODE.

      * The loan and condition ledgers are keyed by comic, so the
      * comic's entries up to the asked date are read straight off
      * them as a cross-check on the rebuilt record: the grade the
      * last condition change left, and whether the last loan
      * movement left the comic out. They also answer for a comic
      * whose changes came before the image ledger was kept. Only
      * the live ledgers are read; the rebuilt image covers the
      * years the rollover has archived.
       SHOW-LEDGER-STANDING.
           PERFORM FIND-CONDITION-STANDING.
           PERFORM FIND-LOAN-STANDING.
           DISPLAY " ".
           DISPLAY TEXT-ASOF-LEDGER-TITLE.
           IF STANDING-CONDITION-DATE = ZEROES
               DISPLAY TEXT-ASOF-NO-GRADE-ENTRY
           ELSE
               DISPLAY TEXT-ASOF-GRADE-LABEL STANDING-CONDITION
                   TEXT-ASOF-SINCE-LABEL STANDING-CONDITION-DATE.
           IF STANDING-LOAN-FOUND = "N"
               DISPLAY TEXT-ASOF-NO-LOAN-ENTRY
           ELSE
               IF STANDING-IN-DATE = ZEROES
                   DISPLAY TEXT-ASOF-OUT-LABEL STANDING-BORROWER
                   DISPLAY "  " TEXT-ASOF-SHOW-DUE STANDING-DUE-DATE
               ELSE
                   DISPLAY TEXT-ASOF-BACK-LABEL STANDING-IN-DATE.

       FIND-CONDITION-STANDING.
           MOVE SPACE TO STANDING-CONDITION.
           MOVE ZEROES TO STANDING-CONDITION-DATE.
           OPEN INPUT CONDITION-HISTORY-FILE.
           IF CONDITION-HISTORY-FILE-STATUS = "00"
               PERFORM START-CONDITION-ENTRIES
               PERFORM READ-CONDITION-ENTRY
               PERFORM TAKE-CONDITION-ENTRY
               UNTIL END-OF-ENTRIES = "Y"
               CLOSE CONDITION-HISTORY-FILE.

       START-CONDITION-ENTRIES.
           MOVE "N" TO END-OF-ENTRIES.
           MOVE WANTED-ID TO CH-KEY-COMIC-ID.
           MOVE ZEROES TO CH-KEY-DATE.
           MOVE ZEROES TO CH-KEY-TIME.
           START CONDITION-HISTORY-FILE
               KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-ENTRIES.

      * Entries come in date order within the comic, so the first
      * one past the asked date ends the reading.
       READ-CONDITION-ENTRY.
           IF END-OF-ENTRIES = "N"
               READ CONDITION-HISTORY-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO END-OF-ENTRIES
               END-READ.
           IF END-OF-ENTRIES = "N"
               IF CH-KEY-COMIC-ID NOT = WANTED-ID OR
                  CH-KEY-DATE > ASOF-DATE
                   MOVE "Y" TO END-OF-ENTRIES.

       TAKE-CONDITION-ENTRY.
           MOVE CH-NEW-CONDITION TO STANDING-CONDITION.
           MOVE CH-KEY-DATE TO STANDING-CONDITION-DATE.
           PERFORM READ-CONDITION-ENTRY.

       FIND-LOAN-STANDING.
           MOVE "N" TO STANDING-LOAN-FOUND.
           OPEN INPUT LOAN-HISTORY-FILE.
           IF LOAN-HISTORY-FILE-STATUS = "00"
               PERFORM START-LOAN-ENTRIES
               PERFORM READ-LOAN-ENTRY
               PERFORM TAKE-LOAN-ENTRY
               UNTIL END-OF-ENTRIES = "Y"
               CLOSE LOAN-HISTORY-FILE.

       START-LOAN-ENTRIES.
           MOVE "N" TO END-OF-ENTRIES.
           MOVE WANTED-ID TO HIST-KEY-COMIC-ID.
           MOVE ZEROES TO HIST-ENTRY-DATE.
           MOVE ZEROES TO HIST-ENTRY-TIME.
           START LOAN-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-ENTRIES.

       READ-LOAN-ENTRY.
           IF END-OF-ENTRIES = "N"
               READ LOAN-HISTORY-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO END-OF-ENTRIES
               END-READ.
           IF END-OF-ENTRIES = "N"
               IF HIST-KEY-COMIC-ID NOT = WANTED-ID OR
                  HIST-ENTRY-DATE > ASOF-DATE
                   MOVE "Y" TO END-OF-ENTRIES.

      * A checkout or a renewal leaves the comic out with the due
      * date it set; a checkin brings it back.
       TAKE-LOAN-ENTRY.
           MOVE "Y" TO STANDING-LOAN-FOUND.
           MOVE HIST-BORROWER TO STANDING-BORROWER.
           MOVE HIST-DUE-DATE TO STANDING-DUE-DATE.
           IF HIST-IN-DATE IS NUMERIC
               MOVE HIST-IN-DATE TO STANDING-IN-DATE
           ELSE
               MOVE ZEROES TO STANDING-IN-DATE.
           PERFORM READ-LOAN-ENTRY.


       COPY "LANGUAGE-LOAD.cbl".

