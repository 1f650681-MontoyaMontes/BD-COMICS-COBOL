       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODAY-SCREEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "LOANHIST-PHYSIC-FILE.cbl".
       COPY "HOLD-PHYSIC-FILE.cbl".
       COPY "GRADING-PHYSIC-FILE.cbl".
       COPY "CLAIM-PHYSIC-FILE.cbl".
       COPY "WANT-PHYSIC-FILE.cbl".
       COPY "MARKET-PHYSIC-FILE.cbl".
       COPY "RUNLOG-PHYSIC-FILE.cbl".
       COPY "TODAYRPT-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "LOANHIST-LOGIC-FILE.cbl".
       COPY "HOLD-LOGIC-FILE.cbl".
       COPY "GRADING-LOGIC-FILE.cbl".
       COPY "CLAIM-LOGIC-FILE.cbl".
       COPY "WANT-LOGIC-FILE.cbl".
       COPY "MARKET-LOGIC-FILE.cbl".
       COPY "RUNLOG-LOGIC-FILE.cbl".
       COPY "TODAYRPT-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       77 LOAN-HISTORY-FILE-STATUS PIC X(02).
       77 HOLD-FILE-STATUS PIC X(02).
       77 GRADING-FILE-STATUS PIC X(02).
       77 CLAIM-FILE-STATUS PIC X(02).
       77 WANT-FILE-STATUS PIC X(02).
       77 MARKET-FILE-STATUS PIC X(02).
       77 RUN-LOG-FILE-STATUS PIC X(02).
       77 END-OF-FILE PIC X.
       77 RECORD-FOUND PIC X.
       77 SCREEN-DONE PIC X.
       77 TODAY-DATE PIC 9(08).
       77 DUE-DATE-WORK PIC 9(08).
       77 PICK-FIELD PIC X(02).
       77 PICK-NUMBER PIC 9(02).
       77 ITEM-COUNT PIC 9(02).
       77 ITEM-INDEX PIC 9(02).
       77 OVERFLOW-COUNT PIC 9(05).
       77 OVERFLOW-ED PIC Z(4)9.
       77 LAST-KIND PIC X(01).
       77 ITEM-KIND PIC X(01).
       77 ITEM-OPTION PIC X(02).
       77 ITEM-COMIC-ID PIC 9(05).
       77 HOLD-SEEN PIC X.
       77 AMOUNT-ED PIC Z(4)9.99.
       77 OPEN-LOAN-COUNT PIC 9(03).
       77 OPEN-LOAN-INDEX PIC 9(03).
       77 OPEN-LOAN-FREE PIC 9(03).
       77 OPEN-LOAN-FOUND PIC X.
       77 PENDING-FAIL-COUNT PIC 9(02).
       77 PENDING-FAIL-INDEX PIC 9(02).
       77 LAST-FAIL-COUNT PIC 9(02).
       77 LAST-FAIL-INDEX PIC 9(02).
       77 SECTION-HEADING PIC X(70).

      * The item table behind the screen: the kind of item, the
      * menu option that deals with it, and the line shown for it.
      * Two digits are all the operator types, so the list stops at
      * 99 and anything beyond is only counted.
       01 TODAY-TABLE.
           05 TODAY-ENTRY OCCURS 99 TIMES.
               10 TD-KIND          PIC X(01).
               10 TD-MENU-OPTION   PIC X(02).
               10 TD-COMIC-ID      PIC 9(05).
               10 TD-TEXT          PIC X(73).

      * One line of the list, laid out the same for every kind of
      * item; the section heading says what each column holds.
       01 TODAY-LINE.
           05 TL-REF             PIC X(05).
           05 FILLER             PIC X(01).
           05 TL-TITLE           PIC X(22).
           05 FILLER             PIC X(01).
           05 TL-ISSUE           PIC Z(4)9.
           05 FILLER             PIC X(01).
           05 TL-WHO             PIC X(18).
           05 FILLER             PIC X(01).
           05 TL-DATE            PIC X(08).
           05 FILLER             PIC X(01).
           05 TL-EXTRA           PIC X(10).

       01 PRINT-ITEM-LINE.
           05 PL-NUMBER          PIC Z9.
           05 FILLER             PIC X(01).
           05 PL-TEXT            PIC X(73).

      * Loans still open according to the loan ledger, with the due
      * date in force, for the comics whose master record was
      * written before due dates were kept there.
       01 OPEN-LOAN-TABLE.
           05 OPEN-LOAN-ENTRY OCCURS 500 TIMES.
               10 OL-COMIC-ID      PIC 9(05).
               10 OL-DUE-DATE      PIC 9(08).

      * Failed lines of the run log seen since the latest nightly
      * line, and the ones kept for the last nightly run itself.
       01 PENDING-FAIL-TABLE.
           05 PENDING-FAIL-ENTRY OCCURS 50 TIMES.
               10 PF-STAMP         PIC X(16).
               10 PF-PROGRAM       PIC X(20).
               10 PF-STATUS        PIC X(05).
       01 LAST-FAIL-TABLE.
           05 LAST-FAIL-ENTRY OCCURS 50 TIMES.
               10 LF-PROGRAM       PIC X(20).
               10 LF-DATE          PIC 9(08).
               10 LF-STATUS        PIC X(05).
       01 LINE-STAMP.
           05 LS-DATE            PIC 9(08).
           05 LS-TIME            PIC 9(08).
       01 NIGHTLY-STAMP          PIC X(16).

       COPY "TODAY-WS-ESP.cbl".

       LINKAGE SECTION.
       COPY "TODAYPICK-WS.cbl".

      * The desk's work for the day on one screen, shown by the
      * menu as soon as the operator signs on: loans due today or
      * already late, holds whose comic is back on the shelf,
      * grading submissions past their promised date, claims still
      * open, wants the dealer's latest price list can fill at or
      * under the ceiling, and the steps that failed in last
      * night's run. Picking an item hands its menu option back to
      * the menu, which checks the operator's role and runs the
      * program that deals with it; "P" prints the list.
      * COMICS-FILE is opened and closed once per session by the
      * menu; this program assumes it is already open.
       PROCEDURE DIVISION USING TODAY-PICK-AREA.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           MOVE SPACE TO TDC-MENU-OPTION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE ZEROES TO ITEM-COUNT.
           MOVE ZEROES TO OVERFLOW-COUNT.
           PERFORM LOAD-OPEN-LOANS.
           PERFORM GATHER-DUE-LOANS.
           PERFORM GATHER-READY-HOLDS.
           PERFORM GATHER-LATE-GRADING.
           PERFORM GATHER-OPEN-CLAIMS.
           PERFORM GATHER-MET-WANTS.
           PERFORM GATHER-FAILED-STEPS.
           MOVE "N" TO SCREEN-DONE.
           PERFORM SHOW-TODAY-SCREEN
           UNTIL SCREEN-DONE = "Y".
           END-PROGRAM.
               GOBACK.

      * Every section builds TODAY-LINE and comes here; past the
      * 99th item the line is only counted.
       ADD-TODAY-ITEM.
           IF ITEM-COUNT < 99
               ADD 1 TO ITEM-COUNT
               MOVE ITEM-KIND TO TD-KIND(ITEM-COUNT)
               MOVE ITEM-OPTION TO TD-MENU-OPTION(ITEM-COUNT)
               MOVE ITEM-COMIC-ID TO TD-COMIC-ID(ITEM-COUNT)
               MOVE TODAY-LINE TO TD-TEXT(ITEM-COUNT)
           ELSE
               ADD 1 TO OVERFLOW-COUNT.

      * Title and issue for lines that only carry a comic ID; a
      * comic since deleted shows its ID alone.
       LOOK-UP-ITEM-COMIC.
           MOVE ITEM-COMIC-ID TO COMIC-ID.
           MOVE "Y" TO RECORD-FOUND.
           READ COMICS-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = "Y"
               MOVE COMIC-NAME TO TL-TITLE
               MOVE COMIC-ISSUE TO TL-ISSUE.

      * The loan ledger is replayed entry by entry: a checkout or a
      * renewal sets the due date the comic is out under, and the
      * checkin entry frees the slot again. The key keeps each
      * comic's entries together and in the order they were
      * written, which is all the replay needs.
       LOAD-OPEN-LOANS.
           MOVE ZEROES TO OPEN-LOAN-COUNT.
           OPEN INPUT LOAN-HISTORY-FILE.
           IF LOAN-HISTORY-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-FILE
               PERFORM READ-LOAN-HISTORY
               PERFORM REPLAY-LOAN-LINE
               UNTIL END-OF-FILE = "Y"
               CLOSE LOAN-HISTORY-FILE.

       READ-LOAN-HISTORY.
           READ LOAN-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-FILE.

       REPLAY-LOAN-LINE.
           PERFORM FIND-OPEN-LOAN.
           IF HIST-IN-DATE = ZEROES
               IF OPEN-LOAN-FOUND = "N"
                   PERFORM TAKE-OPEN-LOAN-SLOT
               END-IF
               IF OPEN-LOAN-FOUND = "Y"
                   MOVE HIST-COMIC-ID TO OL-COMIC-ID(OPEN-LOAN-INDEX)
                   IF HIST-DUE-DATE IS NUMERIC
                       MOVE HIST-DUE-DATE
                           TO OL-DUE-DATE(OPEN-LOAN-INDEX)
                   ELSE
                       MOVE ZEROES TO OL-DUE-DATE(OPEN-LOAN-INDEX)
                   END-IF
               END-IF
           ELSE
               IF OPEN-LOAN-FOUND = "Y"
                   MOVE ZEROES TO OL-COMIC-ID(OPEN-LOAN-INDEX).
           PERFORM READ-LOAN-HISTORY.

       FIND-OPEN-LOAN.
           MOVE "N" TO OPEN-LOAN-FOUND.
           MOVE ZEROES TO OPEN-LOAN-FREE.
           MOVE ZEROES TO OPEN-LOAN-INDEX.
           PERFORM CHECK-OPEN-LOAN
           UNTIL OPEN-LOAN-INDEX = OPEN-LOAN-COUNT
              OR OPEN-LOAN-FOUND = "Y".

       CHECK-OPEN-LOAN.
           ADD 1 TO OPEN-LOAN-INDEX.
           IF OL-COMIC-ID(OPEN-LOAN-INDEX) = HIST-COMIC-ID
               MOVE "Y" TO OPEN-LOAN-FOUND
           ELSE
               IF OL-COMIC-ID(OPEN-LOAN-INDEX) = ZEROES AND
                  OPEN-LOAN-FREE = ZEROES
                   MOVE OPEN-LOAN-INDEX TO OPEN-LOAN-FREE.

      * A slot freed by an earlier checkin is used again before the
      * table grows; a full table just leaves the loan to its
      * master record.
       TAKE-OPEN-LOAN-SLOT.
           IF OPEN-LOAN-FREE NOT = ZEROES
               MOVE OPEN-LOAN-FREE TO OPEN-LOAN-INDEX
               MOVE "Y" TO OPEN-LOAN-FOUND
           ELSE
               IF OPEN-LOAN-COUNT < 500
                   ADD 1 TO OPEN-LOAN-COUNT
                   MOVE OPEN-LOAN-COUNT TO OPEN-LOAN-INDEX
                   MOVE "Y" TO OPEN-LOAN-FOUND.

      * The master says who has the comic; its own due date wins,
      * and the ledger's is used only where the master has none.
       GATHER-DUE-LOANS.
           MOVE "N" TO END-OF-FILE.
           MOVE ZEROES TO COMIC-ID.
           START COMICS-FILE KEY IS NOT LESS THAN COMIC-ID
               INVALID KEY
               MOVE "Y" TO END-OF-FILE.
           IF END-OF-FILE = "N"
               PERFORM READ-NEXT-COMIC.
           PERFORM WEIGH-ONE-LOAN
           UNTIL END-OF-FILE = "Y".

       READ-NEXT-COMIC.
           READ COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-FILE.

       WEIGH-ONE-LOAN.
           IF COMIC-ACTIVE AND LOAN-TO-NAME NOT = SPACE
               MOVE ZEROES TO DUE-DATE-WORK
               IF LOAN-DUE-DATE IS NUMERIC
                   MOVE LOAN-DUE-DATE TO DUE-DATE-WORK
               END-IF
               IF DUE-DATE-WORK = ZEROES
                   PERFORM TAKE-LEDGER-DUE-DATE
               END-IF
               IF DUE-DATE-WORK NOT = ZEROES AND
                  DUE-DATE-WORK NOT > TODAY-DATE
                   PERFORM ADD-DUE-LOAN-ITEM.
           PERFORM READ-NEXT-COMIC.

       TAKE-LEDGER-DUE-DATE.
           MOVE COMIC-ID TO HIST-COMIC-ID.
           PERFORM FIND-OPEN-LOAN.
           IF OPEN-LOAN-FOUND = "Y"
               MOVE OL-DUE-DATE(OPEN-LOAN-INDEX) TO DUE-DATE-WORK.

       ADD-DUE-LOAN-ITEM.
           MOVE SPACE TO TODAY-LINE.
           MOVE COMIC-ID TO TL-REF.
           MOVE COMIC-NAME TO TL-TITLE.
           MOVE COMIC-ISSUE TO TL-ISSUE.
           MOVE LOAN-TO-NAME TO TL-WHO.
           MOVE DUE-DATE-WORK TO TL-DATE.
           IF DUE-DATE-WORK < TODAY-DATE
               MOVE TEXT-TODAY-LATE-MARK TO TL-EXTRA
           ELSE
               MOVE TEXT-TODAY-DUE-MARK TO TL-EXTRA.
           MOVE "L" TO ITEM-KIND.
           MOVE "5" TO ITEM-OPTION.
           MOVE COMIC-ID TO ITEM-COMIC-ID.
           PERFORM ADD-TODAY-ITEM.

      * Holds are kept in order of arrival, so the first active
      * line for a comic is the person at the head of its queue;
      * later lines for the same comic are not shown again.
       GATHER-READY-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF HOLD-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-FILE
               PERFORM READ-HOLD-LINE
               PERFORM WEIGH-ONE-HOLD
               UNTIL END-OF-FILE = "Y"
               CLOSE HOLD-FILE.

       READ-HOLD-LINE.
           READ HOLD-FILE
               AT END
               MOVE "Y" TO END-OF-FILE.

       WEIGH-ONE-HOLD.
           IF HOLD-ACTIVE
               PERFORM CHECK-HOLD-SEEN
               IF HOLD-SEEN = "N"
                   PERFORM CHECK-HOLD-COMIC-BACK.
           PERFORM READ-HOLD-LINE.

       CHECK-HOLD-SEEN.
           MOVE "N" TO HOLD-SEEN.
           MOVE ZEROES TO ITEM-INDEX.
           PERFORM CHECK-ONE-HOLD-ITEM
           UNTIL ITEM-INDEX = ITEM-COUNT OR HOLD-SEEN = "Y".

       CHECK-ONE-HOLD-ITEM.
           ADD 1 TO ITEM-INDEX.
           IF TD-KIND(ITEM-INDEX) = "H" AND
              TD-COMIC-ID(ITEM-INDEX) = HOLD-COMIC-ID
               MOVE "Y" TO HOLD-SEEN.

       CHECK-HOLD-COMIC-BACK.
           MOVE HOLD-COMIC-ID TO COMIC-ID.
           MOVE "Y" TO RECORD-FOUND.
           READ COMICS-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND
           END-READ.
           IF RECORD-FOUND = "Y" AND COMIC-ACTIVE AND
              LOAN-TO-NAME = SPACE
               MOVE SPACE TO TODAY-LINE
               MOVE COMIC-ID TO TL-REF
               MOVE COMIC-NAME TO TL-TITLE
               MOVE COMIC-ISSUE TO TL-ISSUE
               MOVE HOLD-BORROWER TO TL-WHO
               MOVE HOLD-DATE TO TL-DATE
               MOVE "H" TO ITEM-KIND
               MOVE "5" TO ITEM-OPTION
               MOVE COMIC-ID TO ITEM-COMIC-ID
               PERFORM ADD-TODAY-ITEM.

      * A submission with no promised date is never called late.
       GATHER-LATE-GRADING.
           OPEN INPUT GRADING-FILE.
           IF GRADING-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-FILE
               PERFORM READ-GRADING-LINE
               PERFORM WEIGH-ONE-SUBMISSION
               UNTIL END-OF-FILE = "Y"
               CLOSE GRADING-FILE.

       READ-GRADING-LINE.
           READ GRADING-FILE
               AT END
               MOVE "Y" TO END-OF-FILE.

       WEIGH-ONE-SUBMISSION.
           IF GRADING-OUT AND
              GRADE-EXPECTED-DATE IS NUMERIC AND
              GRADE-EXPECTED-DATE NOT = ZEROES AND
              GRADE-EXPECTED-DATE < TODAY-DATE
               MOVE SPACE TO TODAY-LINE
               MOVE GRADE-COMIC-ID TO TL-REF
               MOVE GRADE-COMIC-ID TO ITEM-COMIC-ID
               PERFORM LOOK-UP-ITEM-COMIC
               MOVE GRADE-SERVICE TO TL-WHO
               MOVE GRADE-EXPECTED-DATE TO TL-DATE
               MOVE "G" TO ITEM-KIND
               MOVE "13" TO ITEM-OPTION
               PERFORM ADD-TODAY-ITEM.
           PERFORM READ-GRADING-LINE.

       GATHER-OPEN-CLAIMS.
           OPEN INPUT CLAIM-FILE.
           IF CLAIM-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-FILE
               PERFORM READ-CLAIM-LINE
               PERFORM WEIGH-ONE-CLAIM
               UNTIL END-OF-FILE = "Y"
               CLOSE CLAIM-FILE.

       READ-CLAIM-LINE.
           READ CLAIM-FILE
               AT END
               MOVE "Y" TO END-OF-FILE.

      * The amount is shown as it stands on the claim, in the
      * currency the claim is owed in.
       WEIGH-ONE-CLAIM.
           IF CLAIM-OPEN
               MOVE SPACE TO TODAY-LINE
               MOVE CLAIM-COMIC-ID TO TL-REF
               MOVE CLAIM-COMIC-ID TO ITEM-COMIC-ID
               PERFORM LOOK-UP-ITEM-COMIC
               MOVE CLAIM-BORROWER TO TL-WHO
               MOVE CLAIM-DATE TO TL-DATE
               MOVE CLAIM-AMOUNT TO AMOUNT-ED
               MOVE AMOUNT-ED TO TL-EXTRA
               MOVE "C" TO ITEM-KIND
               MOVE "5" TO ITEM-OPTION
               PERFORM ADD-TODAY-ITEM.
           PERFORM READ-CLAIM-LINE.

      * The dealer's list carries house, title and issue, the same
      * three fields that key a want, so each line is one keyed
      * read. A want with no ceiling is left to the counter.
       GATHER-MET-WANTS.
           OPEN INPUT WANT-FILE.
           IF WANT-FILE-STATUS NOT = "35"
               OPEN INPUT MARKET-FILE
               IF MARKET-FILE-STATUS NOT = "35"
                   MOVE "N" TO END-OF-FILE
                   PERFORM READ-MARKET-LINE
                   PERFORM WEIGH-ONE-MARKET-LINE
                   UNTIL END-OF-FILE = "Y"
                   CLOSE MARKET-FILE
               END-IF
               CLOSE WANT-FILE.

       READ-MARKET-LINE.
           READ MARKET-FILE
               AT END
               MOVE "Y" TO END-OF-FILE.

       WEIGH-ONE-MARKET-LINE.
           IF MKT-ISSUE IS NUMERIC AND MKT-PRICE IS NUMERIC
               MOVE MKT-HOUSE TO WANT-HOUSE
               MOVE MKT-NAME TO WANT-NAME
               MOVE MKT-ISSUE TO WANT-ISSUE
               MOVE "Y" TO RECORD-FOUND
               READ WANT-FILE RECORD
                   INVALID KEY
                   MOVE "N" TO RECORD-FOUND
               END-READ
               IF RECORD-FOUND = "Y" AND
                  WANT-MAX-PRICE NOT = ZEROES AND
                  MKT-PRICE NOT > WANT-MAX-PRICE
                   PERFORM ADD-MET-WANT-ITEM.
           PERFORM READ-MARKET-LINE.

       ADD-MET-WANT-ITEM.
           MOVE SPACE TO TODAY-LINE.
           MOVE WANT-NAME TO TL-TITLE.
           MOVE WANT-ISSUE TO TL-ISSUE.
           MOVE WANT-HOUSE TO TL-WHO.
           MOVE WANT-MAX-PRICE TO AMOUNT-ED.
           MOVE AMOUNT-ED TO TL-DATE.
           MOVE MKT-PRICE TO AMOUNT-ED.
           MOVE AMOUNT-ED TO TL-EXTRA.
           MOVE "W" TO ITEM-KIND.
           MOVE "12" TO ITEM-OPTION.
           MOVE ZEROES TO ITEM-COMIC-ID.
           PERFORM ADD-TODAY-ITEM.

      * The nightly driver writes its own line last, after every
      * step it ran, so the failed lines met since the previous
      * NIGHTLY-BATCH line and started no earlier than this one
      * belong to that run; the last such run is "last night".
       GATHER-FAILED-STEPS.
           MOVE ZEROES TO PENDING-FAIL-COUNT.
           MOVE ZEROES TO LAST-FAIL-COUNT.
           OPEN INPUT RUN-LOG-FILE.
           IF RUN-LOG-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-FILE
               PERFORM READ-RUN-LOG-LINE
               PERFORM WEIGH-ONE-RUN-LINE
               UNTIL END-OF-FILE = "Y"
               CLOSE RUN-LOG-FILE.
           MOVE ZEROES TO LAST-FAIL-INDEX.
           PERFORM ADD-FAILED-STEP-ITEM
           UNTIL LAST-FAIL-INDEX = LAST-FAIL-COUNT.

       READ-RUN-LOG-LINE.
           READ RUN-LOG-FILE
               AT END
               MOVE "Y" TO END-OF-FILE.

       WEIGH-ONE-RUN-LINE.
           MOVE RL-START-DATE TO LS-DATE.
           MOVE RL-START-TIME TO LS-TIME.
           IF RL-PROGRAM-NAME = "NIGHTLY-BATCH"
               PERFORM CLOSE-NIGHTLY-RUN
           ELSE
               IF RL-STATUS NOT = "OK" AND PENDING-FAIL-COUNT < 50
                   ADD 1 TO PENDING-FAIL-COUNT
                   MOVE LINE-STAMP TO PF-STAMP(PENDING-FAIL-COUNT)
                   MOVE RL-PROGRAM-NAME
                       TO PF-PROGRAM(PENDING-FAIL-COUNT)
                   MOVE RL-STATUS TO PF-STATUS(PENDING-FAIL-COUNT).
           PERFORM READ-RUN-LOG-LINE.

      * A nightly run that stopped its own chain is listed too, so
      * a step the loader could not find still shows up somewhere.
       CLOSE-NIGHTLY-RUN.
           MOVE LINE-STAMP TO NIGHTLY-STAMP.
           MOVE ZEROES TO LAST-FAIL-COUNT.
           MOVE ZEROES TO PENDING-FAIL-INDEX.
           PERFORM KEEP-ONE-PENDING-FAIL
           UNTIL PENDING-FAIL-INDEX = PENDING-FAIL-COUNT.
           IF RL-STATUS NOT = "OK" AND LAST-FAIL-COUNT < 50
               ADD 1 TO LAST-FAIL-COUNT
               MOVE RL-PROGRAM-NAME TO LF-PROGRAM(LAST-FAIL-COUNT)
               MOVE RL-START-DATE TO LF-DATE(LAST-FAIL-COUNT)
               MOVE RL-STATUS TO LF-STATUS(LAST-FAIL-COUNT).
           MOVE ZEROES TO PENDING-FAIL-COUNT.

       KEEP-ONE-PENDING-FAIL.
           ADD 1 TO PENDING-FAIL-INDEX.
           IF PF-STAMP(PENDING-FAIL-INDEX) NOT < NIGHTLY-STAMP
               ADD 1 TO LAST-FAIL-COUNT
               MOVE PF-PROGRAM(PENDING-FAIL-INDEX)
                   TO LF-PROGRAM(LAST-FAIL-COUNT)
               MOVE PF-STAMP(PENDING-FAIL-INDEX)(1:8)
                   TO LF-DATE(LAST-FAIL-COUNT)
               MOVE PF-STATUS(PENDING-FAIL-INDEX)
                   TO LF-STATUS(LAST-FAIL-COUNT).

       ADD-FAILED-STEP-ITEM.
           ADD 1 TO LAST-FAIL-INDEX.
           MOVE SPACE TO TODAY-LINE.
           MOVE LF-PROGRAM(LAST-FAIL-INDEX) TO TL-TITLE.
           MOVE LF-DATE(LAST-FAIL-INDEX) TO TL-DATE.
           MOVE LF-STATUS(LAST-FAIL-INDEX) TO TL-EXTRA.
           MOVE "F" TO ITEM-KIND.
           MOVE "19" TO ITEM-OPTION.
           MOVE ZEROES TO ITEM-COMIC-ID.
           PERFORM ADD-TODAY-ITEM.

       SHOW-TODAY-SCREEN.
           DISPLAY " ".
           DISPLAY TEXT-TODAY-TITLE TODAY-DATE.
           IF ITEM-COUNT = ZEROES
               DISPLAY TEXT-TODAY-NOTHING
           ELSE
               MOVE SPACE TO LAST-KIND
               MOVE ZEROES TO ITEM-INDEX
               PERFORM SHOW-ONE-ITEM
               UNTIL ITEM-INDEX = ITEM-COUNT.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE OVERFLOW-COUNT TO OVERFLOW-ED
               DISPLAY TEXT-TODAY-OVERFLOW OVERFLOW-ED.
           DISPLAY " ".
           DISPLAY TEXT-TODAY-PICK-PROMPT.
           MOVE SPACE TO PICK-FIELD.
           ACCEPT PICK-FIELD.
           PERFORM TAKE-TODAY-PICK.

       SHOW-ONE-ITEM.
           ADD 1 TO ITEM-INDEX.
           IF TD-KIND(ITEM-INDEX) NOT = LAST-KIND
               MOVE TD-KIND(ITEM-INDEX) TO LAST-KIND
               PERFORM PICK-SECTION-HEADING
               DISPLAY " "
               DISPLAY SECTION-HEADING.
           MOVE ITEM-INDEX TO PL-NUMBER.
           MOVE TD-TEXT(ITEM-INDEX) TO PL-TEXT.
           DISPLAY PRINT-ITEM-LINE.

      * The heading names the section and says what the columns of
      * its lines hold.
       PICK-SECTION-HEADING.
           EVALUATE LAST-KIND
               WHEN "L"
                   MOVE TEXT-TODAY-HEAD-LOANS TO SECTION-HEADING
               WHEN "H"
                   MOVE TEXT-TODAY-HEAD-HOLDS TO SECTION-HEADING
               WHEN "G"
                   MOVE TEXT-TODAY-HEAD-GRADING TO SECTION-HEADING
               WHEN "C"
                   MOVE TEXT-TODAY-HEAD-CLAIMS TO SECTION-HEADING
               WHEN "W"
                   MOVE TEXT-TODAY-HEAD-WANTS TO SECTION-HEADING
               WHEN OTHER
                   MOVE TEXT-TODAY-HEAD-FAILED TO SECTION-HEADING
           END-EVALUATE.

      * A one-digit answer arrives as the digit plus a trailing
      * space, so it is taken apart the same way the menu reads
      * its option numbers.
       TAKE-TODAY-PICK.
           MOVE ZEROES TO PICK-NUMBER.
           IF PICK-FIELD IS NUMERIC
               MOVE PICK-FIELD TO PICK-NUMBER
           ELSE
               IF PICK-FIELD(1:1) IS NUMERIC AND
                  PICK-FIELD(2:1) = SPACE
                   MOVE PICK-FIELD(1:1) TO PICK-NUMBER.
           EVALUATE TRUE
               WHEN PICK-FIELD = SPACE
                   MOVE "Y" TO SCREEN-DONE
               WHEN PICK-FIELD = "P" OR PICK-FIELD = "p"
                   PERFORM PRINT-TODAY-LIST
               WHEN PICK-NUMBER > 0 AND PICK-NUMBER NOT > ITEM-COUNT
                   MOVE TD-MENU-OPTION(PICK-NUMBER) TO TDC-MENU-OPTION
                   MOVE "Y" TO SCREEN-DONE
               WHEN OTHER
                   DISPLAY ERROR-TODAY-BAD-PICK
           END-EVALUATE.

       PRINT-TODAY-LIST.
           OPEN OUTPUT TODAYRPT-FILE.
           MOVE SPACE TO TODAYRPT-LINE.
           STRING TEXT-TODAY-TITLE DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO TODAYRPT-LINE.
           WRITE TODAYRPT-LINE.
           IF ITEM-COUNT = ZEROES
               MOVE TEXT-TODAY-NOTHING TO TODAYRPT-LINE
               WRITE TODAYRPT-LINE
           ELSE
               MOVE SPACE TO LAST-KIND
               MOVE ZEROES TO ITEM-INDEX
               PERFORM PRINT-ONE-ITEM
               UNTIL ITEM-INDEX = ITEM-COUNT.
           IF OVERFLOW-COUNT NOT = ZEROES
               MOVE OVERFLOW-COUNT TO OVERFLOW-ED
               MOVE SPACE TO TODAYRPT-LINE
               STRING TEXT-TODAY-OVERFLOW DELIMITED BY SIZE
                      OVERFLOW-ED DELIMITED BY SIZE
                      INTO TODAYRPT-LINE
               WRITE TODAYRPT-LINE.
           CLOSE TODAYRPT-FILE.
           DISPLAY TEXT-TODAY-PRINTED.

       PRINT-ONE-ITEM.
           ADD 1 TO ITEM-INDEX.
           IF TD-KIND(ITEM-INDEX) NOT = LAST-KIND
               MOVE TD-KIND(ITEM-INDEX) TO LAST-KIND
               PERFORM PICK-SECTION-HEADING
               MOVE SPACE TO TODAYRPT-LINE
               WRITE TODAYRPT-LINE
               MOVE SECTION-HEADING TO TODAYRPT-LINE
               WRITE TODAYRPT-LINE.
           MOVE ITEM-INDEX TO PL-NUMBER.
           MOVE TD-TEXT(ITEM-INDEX) TO PL-TEXT.
           MOVE PRINT-ITEM-LINE TO TODAYRPT-LINE.
           WRITE TODAYRPT-LINE.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "TODAY-WS-ENG.cbl".

       END PROGRAM TODAY-SCREEN.
