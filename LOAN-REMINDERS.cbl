       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-REMINDERS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "NOTIFY-WS.cbl".
       77 EOF-SWITCH PIC X.
       77 TODAY-DATE PIC 9(08).
       77 TODAY-DAYS PIC 9(07).
       77 DUE-DAYS PIC 9(07).
       77 DAYS-TO-DUE PIC 9(07).
      * How many days ahead of the due date the borrower is
      * reminded.
       77 REMINDER-DAYS PIC 9(02) VALUE 3.
       77 LOAN-COUNT PIC 9(07).
       77 QUEUED-COUNT PIC 9(07).
       77 ALREADY-COUNT PIC 9(07).
       77 COUNT-ED PIC Z(6)9.
      * Scratch fields for turning a calendar date into a running
      * day number so two dates can be subtracted.
       77 CONVERT-DATE PIC 9(08).
       77 CONVERT-DAYS PIC 9(07).
       77 CONVERT-YEAR PIC 9(04).
       77 CONVERT-MONTH PIC 9(02).
       77 CONVERT-DAY PIC 9(02).
       77 CONVERT-REST PIC 9(04).
       77 PRIOR-YEAR PIC 9(04).
       77 LEAP-FOURS PIC 9(04).
       77 LEAP-HUNDREDS PIC 9(04).
       77 LEAP-FOURHUNDREDS PIC 9(04).
       77 LEAP-REMAINDER PIC 9(04).
       77 YEAR-DAYS PIC 9(07).
       01 MONTH-OFFSET-VALUES PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01 MONTH-OFFSET-TABLE REDEFINES MONTH-OFFSET-VALUES.
           05 MONTH-OFFSET OCCURS 12 TIMES PIC 9(03).

       COPY "NOTIFQ-WS-ESP.cbl".

      * The loan side of the notification queue: every comic out on
      * loan with a due date is looked at once a night, and a loan
      * due within the next three days gets a "due soon" notice,
      * one already past its date an "overdue" one. Each notice is
      * tied to the due date it warns about, so a loan is reminded
      * once per due date however many nights it stays out, and a
      * renewal, with its new date, earns a fresh reminder.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TODAY-DATE TO CONVERT-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONVERT-DAYS TO TODAY-DAYS.
           MOVE ZEROES TO LOAN-COUNT.
           MOVE ZEROES TO QUEUED-COUNT.
           MOVE ZEROES TO ALREADY-COUNT.
           OPEN INPUT COMICS-FILE.
           PERFORM START-AT-FIRST-RECORD.
           PERFORM SCAN-RECORDS
           UNTIL EOF-SWITCH = "Y".
           CLOSE COMICS-FILE.
           MOVE QUEUED-COUNT TO COUNT-ED.
           DISPLAY TEXT-REMIND-QUEUED COUNT-ED.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

       START-AT-FIRST-RECORD.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZEROES TO COMIC-ID.
           START COMICS-FILE KEY IS NOT LESS THAN COMIC-ID
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               PERFORM READ-NEXT-COMIC.

       READ-NEXT-COMIC.
           READ COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.

      * Loans written before due dates existed carry spaces there
      * and are never reminded, the same rule OVERDUE-NOTICES keeps.
       SCAN-RECORDS.
           IF COMIC-ACTIVE AND LOAN-TO-NAME NOT = SPACE
               IF LOAN-DUE-DATE IS NUMERIC AND
                  LOAN-DUE-DATE NOT = ZEROES
                   ADD 1 TO LOAN-COUNT
                   PERFORM WEIGH-ONE-LOAN.
           PERFORM READ-NEXT-COMIC.

       WEIGH-ONE-LOAN.
           MOVE LOAN-TO-NAME TO NQC-BORROWER.
           MOVE COMIC-ID TO NQC-COMIC-ID.
           MOVE LOAN-DUE-DATE TO NQC-REF-DATE.
           IF LOAN-DUE-DATE < TODAY-DATE
               SET NQC-OVERDUE TO TRUE
               PERFORM QUEUE-ONE-NOTICE
           ELSE
               MOVE LOAN-DUE-DATE TO CONVERT-DATE
               PERFORM DATE-TO-DAY-NUMBER
               MOVE CONVERT-DAYS TO DUE-DAYS
               SUBTRACT TODAY-DAYS FROM DUE-DAYS GIVING DAYS-TO-DUE
               IF DAYS-TO-DUE NOT > REMINDER-DAYS
                   SET NQC-DUE-SOON TO TRUE
                   PERFORM QUEUE-ONE-NOTICE.

       QUEUE-ONE-NOTICE.
           CALL "QUEUE-NOTIFICATION" USING NOTIFY-CALL-AREA.
           IF NQC-QUEUED
               ADD 1 TO QUEUED-COUNT
           ELSE
               ADD 1 TO ALREADY-COUNT.

      * Turns AAAAMMDD into a running day count: full years at 365
      * days plus one per leap year gone by, plus the offset of the
      * month inside the year, plus the day, the same arithmetic
      * OVERDUE-NOTICES uses to age a loan.
       DATE-TO-DAY-NUMBER.
           DIVIDE CONVERT-DATE BY 10000
               GIVING CONVERT-YEAR REMAINDER CONVERT-REST.
           DIVIDE CONVERT-REST BY 100
               GIVING CONVERT-MONTH REMAINDER CONVERT-DAY.
           IF CONVERT-MONTH < 1 OR CONVERT-MONTH > 12
               MOVE 1 TO CONVERT-MONTH.
           SUBTRACT 1 FROM CONVERT-YEAR GIVING PRIOR-YEAR.
           DIVIDE PRIOR-YEAR BY 4 GIVING LEAP-FOURS.
           DIVIDE PRIOR-YEAR BY 100 GIVING LEAP-HUNDREDS.
           DIVIDE PRIOR-YEAR BY 400 GIVING LEAP-FOURHUNDREDS.
           MULTIPLY CONVERT-YEAR BY 365 GIVING YEAR-DAYS.
           ADD LEAP-FOURS TO YEAR-DAYS.
           SUBTRACT LEAP-HUNDREDS FROM YEAR-DAYS.
           ADD LEAP-FOURHUNDREDS TO YEAR-DAYS.
           MOVE YEAR-DAYS TO CONVERT-DAYS.
           ADD MONTH-OFFSET(CONVERT-MONTH) TO CONVERT-DAYS.
           ADD CONVERT-DAY TO CONVERT-DAYS.
           IF CONVERT-MONTH > 2
               PERFORM ADD-LEAP-DAY-IF-LEAP.

       ADD-LEAP-DAY-IF-LEAP.
           DIVIDE CONVERT-YEAR BY 4
               GIVING LEAP-FOURS REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = ZEROES
               DIVIDE CONVERT-YEAR BY 100
                   GIVING LEAP-HUNDREDS REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER NOT = ZEROES
                   ADD 1 TO CONVERT-DAYS
               ELSE
                   DIVIDE CONVERT-YEAR BY 400
                       GIVING LEAP-FOURHUNDREDS
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = ZEROES
                       ADD 1 TO CONVERT-DAYS.

       NOTE-RUN-START.
           MOVE "LOAN-REMINDERS" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE LOAN-COUNT TO RLC-READ-COUNT.
           MOVE QUEUED-COUNT TO RLC-WRITTEN-COUNT.
           MOVE ALREADY-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "NOTIFQ-WS-ENG.cbl".

       END PROGRAM LOAN-REMINDERS.
