       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "LANGUAGE-PHYSIC-FILE.cbl".
       COPY "OPERATOR-PHYSIC-FILE.cbl".
       COPY "SYSSTATE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "LANGUAGE-LOGIC-FILE.cbl".
       COPY "OPERATOR-LOGIC-FILE.cbl".
       COPY "SYSSTATE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "FILE-STATUS-WS.cbl".
      * one-digit answer arrives as the digit plus a trailing space,
      * which still compares equal to the literal "1".."9".
       01 MENU-OPTION PIC X(02).
       01 MENU-PICK PIC 9(02).
       01 OPTION-ALLOWED PIC X.
       COPY "OPERATOR-SESSION-WS.cbl".
       01 OPERATOR-FILE-STATUS PIC X(02).
       01 SIGNED-ON PIC X.
       01 SIGN-ON-TRIES PIC 9(01).
       01 SIGN-ON-ID-FIELD PIC X(10).
       01 SIGN-ON-PASSWORD-FIELD PIC X(10).
       01 REGISTRY-EMPTY PIC X.
       01 TODAY-DONE PIC X.
       01 SYSTEM-STATE-FILE-STATUS PIC X(02).
       01 SESSION-ROW-KEY PIC X(27).
       01 BATCH-ACTIVE PIC X.
       COPY "TODAYPICK-WS.cbl".
      * The lowest role each menu option asks for, in option order:
      * 1 clerk, 2 curator, 3 supervisor. Lending and look-ups are
      * open to everyone; changing the collection takes a curator;
      * selling, trading, restores, recovery and the operator
      * registry take a supervisor. The console is open to all,
      * since it checks each job on its own.
       01 MENU-ROLE-VALUES.
           05 FILLER PIC X(10) VALUE "2122122213".
           05 FILLER PIC X(10) VALUE "3121221312".
           05 FILLER PIC X(10) VALUE "2332221333".
           05 FILLER PIC X(10) VALUE "1311221233".
           05 FILLER PIC X(01) VALUE "1".
       01 MENU-ROLE-TABLE REDEFINES MENU-ROLE-VALUES.
           05 MENU-ROLE OCCURS 41 TIMES PIC X(01).
      * The options that only look, marked "Y" in option order:
      * while the nightly batch waits or runs, these are all the
      * menu offers. The console is among them because it holds
      * back its own launches and parameter edits while the batch
      * is on; the today screen is, since what it hands back goes
      * through the same check.
       01 MENU-READ-ONLY-VALUES.
           05 FILLER PIC X(10) VALUE "NYNNNNNYNN".
           05 FILLER PIC X(10) VALUE "NNNYNNYNYN".
           05 FILLER PIC X(10) VALUE "NNNNNNYNNN".
           05 FILLER PIC X(10) VALUE "NNYNNNNNNN".
           05 FILLER PIC X(01) VALUE "Y".
       01 MENU-READ-ONLY-TABLE REDEFINES MENU-READ-ONLY-VALUES.
           05 MENU-READ-ONLY OCCURS 41 TIMES PIC X(01).

       COPY "MENU-WS-ESP.cbl".

       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM CHOOSE-LANGUAGE.
           PERFORM SIGN-ON.
           IF SIGNED-ON = "Y"
               PERFORM RUN-SESSION.
           END-PROGRAM.
               STOP RUN.

           IF TEXT-IN-ENGLISH
               PERFORM SET-ENGLISH-TEXTS.

      * A same-day rollback point in case CREATE-RECORD or
      * DELETE-RECORD does something to the data file we regret.
      * The day's desk work is shown before the menu itself.
      * The session is on the system-state file from here until
      * the exit, so the nightly batch knows someone is in; a
      * session opened while the batch is on leaves the backup to
      * the batch, which takes its own.
       RUN-SESSION.
           PERFORM REGISTER-SESSION.
           PERFORM CHECK-BATCH-STATE.
           IF BATCH-ACTIVE = "N"
               CALL "BACKUP-COMICS-FILE".
           OPEN I-O COMICS-FILE.
           PERFORM RUN-TODAY-SCREEN.
           MOVE SPACE TO MENU-OPTION.
           PERFORM SHOW-MENU
           UNTIL MENU-OPTION = "41".
           CLOSE COMICS-FILE.
           PERFORM CLEAR-SESSION.

      * The row is keyed by operator and sign-on stamp, so the same
      * operator at two stations is two sessions; a clash on the
      * stamp moves it on a hundredth, the way the ledgers do.
       REGISTER-SESSION.
           OPEN I-O SYSTEM-STATE-FILE.
           IF SYSTEM-STATE-FILE-STATUS = "35"
               OPEN OUTPUT SYSTEM-STATE-FILE
               CLOSE SYSTEM-STATE-FILE
               OPEN I-O SYSTEM-STATE-FILE.
           MOVE SPACE TO SYSTEM-STATE-RECORD.
           MOVE "S" TO SS-ROW-TYPE.
           MOVE SESSION-OPERATOR-ID TO SS-OPERATOR-ID.
           ACCEPT SS-SIGN-ON-DATE FROM DATE YYYYMMDD.
           ACCEPT SS-SIGN-ON-TIME FROM TIME.
           MOVE SESSION-OPERATOR-ROLE TO SS-OPERATOR-ROLE.
           PERFORM WRITE-SESSION-ROW.
           PERFORM BUMP-SESSION-TIME
           UNTIL SYSTEM-STATE-FILE-STATUS NOT = "22".
           MOVE SS-KEY TO SESSION-ROW-KEY.
           CLOSE SYSTEM-STATE-FILE.

       WRITE-SESSION-ROW.
           WRITE SYSTEM-STATE-RECORD
               INVALID KEY
               CONTINUE.

       BUMP-SESSION-TIME.
           ADD 1 TO SS-SIGN-ON-TIME.
           PERFORM WRITE-SESSION-ROW.

      * A row a supervisor already cleared from the console is
      * simply not found.
       CLEAR-SESSION.
           OPEN I-O SYSTEM-STATE-FILE.
           IF SYSTEM-STATE-FILE-STATUS = "00"
               MOVE SESSION-ROW-KEY TO SS-KEY
               DELETE SYSTEM-STATE-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE SYSTEM-STATE-FILE.

      * Read afresh every time it is asked, since the batch can
      * start while the menu sits waiting for an answer. No file,
      * or no batch row yet, means no batch has ever run.
       CHECK-BATCH-STATE.
           MOVE "N" TO BATCH-ACTIVE.
           OPEN INPUT SYSTEM-STATE-FILE.
           IF SYSTEM-STATE-FILE-STATUS = "00"
               MOVE SPACE TO SS-KEY
               MOVE "B" TO SS-ROW-TYPE
               MOVE ZEROES TO SS-SIGN-ON-DATE
               MOVE ZEROES TO SS-SIGN-ON-TIME
               READ SYSTEM-STATE-FILE RECORD
                   INVALID KEY
                       MOVE "I" TO SS-BATCH-STATE
               END-READ
               IF SS-BATCH-ACTIVE
                   MOVE "Y" TO BATCH-ACTIVE
               END-IF
               CLOSE SYSTEM-STATE-FILE.

      * Nobody reaches the menu without an ID and password from the
      * operator registry; three misses end the run. A site with no
      * registry yet, or an empty one, lets the first person in as
      * supervisor so the real operators can be entered at all.
       SIGN-ON.
           MOVE SPACE TO OPERATOR-SESSION.
           MOVE "N" TO SIGNED-ON.
           MOVE ZEROES TO SIGN-ON-TRIES.
           PERFORM CHECK-REGISTRY-EMPTY.
           IF REGISTRY-EMPTY = "Y"
               DISPLAY TEXT-SIGN-ON-NO-REGISTRY
               MOVE "SETUP" TO SESSION-OPERATOR-ID
               SET SESSION-SUPERVISOR TO TRUE
               MOVE "Y" TO SIGNED-ON
           ELSE
               OPEN INPUT OPERATOR-FILE
               PERFORM ASK-SIGN-ON
               UNTIL SIGNED-ON = "Y" OR SIGN-ON-TRIES = 3
               CLOSE OPERATOR-FILE
               IF SIGNED-ON NOT = "Y"
                   DISPLAY TEXT-SIGN-ON-REFUSED.

       CHECK-REGISTRY-EMPTY.
           MOVE "N" TO REGISTRY-EMPTY.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-FILE-STATUS = "35"
               MOVE "Y" TO REGISTRY-EMPTY
           ELSE
               READ OPERATOR-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO REGISTRY-EMPTY
               END-READ
               CLOSE OPERATOR-FILE.

       ASK-SIGN-ON.
           ADD 1 TO SIGN-ON-TRIES.
           DISPLAY " ".
           DISPLAY TEXT-SIGN-ON-ID-PROMPT.
           MOVE SPACE TO SIGN-ON-ID-FIELD.
           ACCEPT SIGN-ON-ID-FIELD.
           DISPLAY TEXT-SIGN-ON-PASSWORD-PROMPT.
           MOVE SPACE TO SIGN-ON-PASSWORD-FIELD.
           ACCEPT SIGN-ON-PASSWORD-FIELD.
           MOVE SIGN-ON-ID-FIELD TO OPERATOR-ID.
           READ OPERATOR-FILE RECORD
               INVALID KEY
                   MOVE SPACE TO OPERATOR-RECORD
           END-READ.
      * One message for every kind of miss, so a wrong guess does
      * not tell anyone which IDs exist.
           IF OPERATOR-ID = SIGN-ON-ID-FIELD AND
              OPERATOR-ID NOT = SPACE AND
              OPERATOR-PASSWORD = SIGN-ON-PASSWORD-FIELD AND
              OPERATOR-ENABLED
               MOVE OPERATOR-ID TO SESSION-OPERATOR-ID
               MOVE OPERATOR-ROLE TO SESSION-OPERATOR-ROLE
               MOVE "Y" TO SIGNED-ON
               DISPLAY TEXT-SIGN-ON-WELCOME OPERATOR-NAME
           ELSE
               DISPLAY TEXT-SIGN-ON-FAILED.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY TEXT-MENU-TITLE.
           DISPLAY TEXT-MENU-OPERATOR SESSION-OPERATOR-ID.
           PERFORM CHECK-BATCH-STATE.
           IF BATCH-ACTIVE = "Y"
               DISPLAY TEXT-MENU-BATCH-RUNNING.
           DISPLAY TEXT-MENU-OPTION-1.
           DISPLAY TEXT-MENU-OPTION-2.
           DISPLAY TEXT-MENU-OPTION-3.
           DISPLAY TEXT-MENU-OPTION-21.
           DISPLAY TEXT-MENU-OPTION-22.
           DISPLAY TEXT-MENU-OPTION-23.
           DISPLAY TEXT-MENU-OPTION-24.
           DISPLAY TEXT-MENU-OPTION-25.
           DISPLAY TEXT-MENU-OPTION-26.
           DISPLAY TEXT-MENU-OPTION-27.
           DISPLAY TEXT-MENU-OPTION-28.
           DISPLAY TEXT-MENU-OPTION-29.
           DISPLAY TEXT-MENU-OPTION-30.
           DISPLAY TEXT-MENU-OPTION-31.
           DISPLAY TEXT-MENU-OPTION-32.
           DISPLAY TEXT-MENU-OPTION-33.
           DISPLAY TEXT-MENU-OPTION-34.
           DISPLAY TEXT-MENU-OPTION-35.
           DISPLAY TEXT-MENU-OPTION-36.
           DISPLAY TEXT-MENU-OPTION-37.
           DISPLAY TEXT-MENU-OPTION-38.
           DISPLAY TEXT-MENU-OPTION-39.
           DISPLAY TEXT-MENU-OPTION-40.
           DISPLAY TEXT-MENU-OPTION-41.
           ACCEPT MENU-OPTION.
           PERFORM CHECK-MENU-PERMISSION.
           IF OPTION-ALLOWED = "Y"
               PERFORM RUN-MENU-OPTION
           ELSE
               PERFORM REFUSE-MENU-OPTION.

      * A one-digit answer arrives as the digit plus a trailing
      * space, so the short form is taken apart the same way the
      * console reads its job numbers. Anything that is not an
      * option number is let through for RUN-MENU-OPTION to
      * reject as invalid. An option the role allows is still
      * refused, as "B", while the nightly batch is on and the
      * option would change anything.
       CHECK-MENU-PERMISSION.
           MOVE "Y" TO OPTION-ALLOWED.
           MOVE ZEROES TO MENU-PICK.
           IF MENU-OPTION IS NUMERIC
               MOVE MENU-OPTION TO MENU-PICK
           ELSE
               IF MENU-OPTION(1:1) IS NUMERIC AND
                  MENU-OPTION(2:1) = SPACE
                   MOVE MENU-OPTION(1:1) TO MENU-PICK.
           IF MENU-PICK > 0 AND MENU-PICK < 42
               IF SESSION-OPERATOR-ROLE < MENU-ROLE(MENU-PICK)
                   MOVE "N" TO OPTION-ALLOWED.
           IF OPTION-ALLOWED = "Y" AND MENU-PICK > 0 AND
              MENU-PICK < 42
               IF MENU-READ-ONLY(MENU-PICK) = "N"
                   PERFORM CHECK-BATCH-STATE
                   IF BATCH-ACTIVE = "Y"
                       MOVE "B" TO OPTION-ALLOWED.

       REFUSE-MENU-OPTION.
           IF OPTION-ALLOWED = "B"
               DISPLAY TEXT-MENU-BATCH-RUNNING
           ELSE
               DISPLAY TEXT-MENU-NOT-ALLOWED.

      * The "today" screen hands back the menu option for the item
      * picked, and it goes through the same role check as an
      * option typed at the menu; the screen comes back, rebuilt,
      * until the operator leaves it blank.
       RUN-TODAY-SCREEN.
           MOVE "N" TO TODAY-DONE.
           PERFORM SHOW-TODAY-ONCE
           UNTIL TODAY-DONE = "Y".

       SHOW-TODAY-ONCE.
           CALL "TODAY-SCREEN" USING TODAY-PICK-AREA.
           IF TDC-MENU-OPTION = SPACE
               MOVE "Y" TO TODAY-DONE
           ELSE
               MOVE TDC-MENU-OPTION TO MENU-OPTION
               PERFORM CHECK-MENU-PERMISSION
               IF OPTION-ALLOWED = "Y"
                   PERFORM RUN-MENU-OPTION
               ELSE
                   PERFORM REFUSE-MENU-OPTION.

       RUN-MENU-OPTION.
           EVALUATE MENU-OPTION
               WHEN "22"
                   CALL "TRADE-RECORD"
               WHEN "23"
                   CALL "OPERATOR-RECORD"
               WHEN "24"
                   CALL "CONSIGN-RECORD"
               WHEN "25"
                   CALL "LISTING-RECORD"
               WHEN "26"
                   CALL "STOCKTAKE-RECORD"
               WHEN "27"
                   CALL "MOVEMENT-REPORT"
               WHEN "28"
                   CALL "RATE-RECORD"
               WHEN "29"
                   CALL "BUDGET-RECORD"
               WHEN "30"
                   CALL "INVOICE-RECORD"
               WHEN "31"
                   CALL "BORROWER-ACCOUNT"
               WHEN "32"
                   CALL "FEE-RATE-RECORD"
               WHEN "33"
                   PERFORM RUN-TODAY-SCREEN
               WHEN "34"
                   CALL "REPORT-DEF-RECORD"
               WHEN "35"
                   CALL "STANDING-ORDER-RECORD"
               WHEN "36"
                   CALL "ARC-RECORD"
               WHEN "37"
                   CALL "ARC-REPORT"
               WHEN "38"
                   CALL "RELATION-RECORD"
               WHEN "39"
                   CALL "OWNER-RECORD"
               WHEN "40"
                   CALL "OWNER-TRANSFER"
               WHEN "41"
                   CONTINUE
               WHEN OTHER
                   DISPLAY TEXT-MENU-INVALID
