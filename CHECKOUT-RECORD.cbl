      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "LOANHIST-PHYSIC-FILE.cbl".
       COPY "BORROWER-PHYSIC-FILE.cbl".
       COPY "HOLD-PHYSIC-FILE.cbl".
       COPY "CLAIM-PHYSIC-FILE.cbl".
       COPY "CONDHIST-PHYSIC-FILE.cbl".
       COPY "LOANCOUNT-PHYSIC-FILE.cbl".
       COPY "LISTING-PHYSIC-FILE.cbl".
       COPY "FEERATE-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "LOANHIST-LOGIC-FILE.cbl".
       COPY "BORROWER-LOGIC-FILE.cbl".
       COPY "HOLD-LOGIC-FILE.cbl".
       COPY "CLAIM-LOGIC-FILE.cbl".
       COPY "CONDHIST-LOGIC-FILE.cbl".
       COPY "LOANCOUNT-LOGIC-FILE.cbl".
       COPY "LISTING-LOGIC-FILE.cbl".
       COPY "FEERATE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       COPY "OPERATOR-SESSION-WS.cbl".
       COPY "RATECALL-WS.cbl".
       COPY "BORLEDG-WS.cbl".
       COPY "NOTIFY-WS.cbl".
       77 RECORD-FOUND PIC X.
       77 ID-COMIC-FIELD PIC Z(5).
       77 CHECKOUT-MODE PIC X.
       77 COUNT-ENTRY-FOUND PIC X.
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 RECORD-LOCKED PIC X.
       77 RETRY-ANSWER PIC X.
       77 LOCK-DECLINED PIC X.
       77 AMOUNT-WHOLE-PART PIC 9(05).
       77 AMOUNT-CENTS-PART PIC 9(02).
       77 AMOUNT-CENTS-FRACTION PIC 9V99.
       77 CLAIM-CURRENCY-FIELD PIC X(03).
       77 CLAIM-CURRENCY-OK PIC X.
       77 CLAIM-AMOUNT-WORK PIC 9(05)V99.
       77 OPEN-CLAIM-COUNT PIC 9(03).
       77 CLAIM-MARK-COMIC PIC 9(05).
       77 CLAIM-KEEP-COUNT PIC 9(03).
       77 CLAIM-INDEX PIC 9(03).
       77 CLAIM-TOO-BIG PIC X.
       77 LISTING-FILE-STATUS PIC X(02).
       77 LISTING-OK PIC X.
       77 TODAY-DATE PIC 9(08).
       77 FEERATE-FILE-STATUS PIC X(02).
       77 END-OF-FEES PIC X.
       77 FEE-BAND-PER-DAY PIC 9(03)V99.
       77 FEE-BAND-MAX PIC 9(05)V99.
       77 DAYS-LATE PIC 9(05).
       77 TODAY-DAYS PIC 9(07).
       77 DUE-DAYS PIC 9(07).
       77 LATE-FEE-AMOUNT PIC 9(07)V99.
       77 BALANCE-LIMIT-FIELD PIC 9(05)V99.
       77 BALANCE-SHOWN PIC -(8)9.99.
       77 FEE-SHOWN PIC Z(6)9.99.
       77 SETTLED-CLAIM-AMOUNT PIC 9(05)V99.
       77 SETTLED-CLAIM-CURRENCY PIC X(03).
       77 SETTLED-CLAIM-DATE PIC 9(08).
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
      * The claims ledger is a plain sequential file, so settling
      * one line means buffering everything and writing the file
      * back, the same way the holds queue is marked.
               10 CW-AMOUNT      PIC 9(05)V99.
               10 CW-STATUS      PIC X(01).
               10 CW-SETTLE-DATE PIC 9(08).
               10 CW-CURRENCY    PIC X(03).
               10 CW-BOOK-CURRENCY PIC X(03).
      * The holds ledger is a plain sequential file, so flipping one
      * line's status means buffering everything and writing the
      * file back, the same way UPDATE-RECORD rebuilds the creator
               DISPLAY TEXT-ALREADY-ON-LOAN
               DISPLAY TEXT-SHOW-LOAN-TO LOAN-TO-NAME
           ELSE
               PERFORM CHECK-SALE-LISTING
               IF LISTING-OK = "Y"
                   PERFORM LEND-COMIC.

      * A book on offer for sale may be bought while it is out on
      * loan, so lending one takes a deliberate yes at the counter.
      * An expired listing no longer counts as on offer.
       CHECK-SALE-LISTING.
           MOVE "Y" TO LISTING-OK.
           OPEN INPUT LISTING-FILE.
           IF LISTING-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE COMIC-ID TO LST-COMIC-ID
               READ LISTING-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   PERFORM WARN-LISTED-COMIC
               END-READ
               CLOSE LISTING-FILE.

       WARN-LISTED-COMIC.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           IF LST-ACTIVE AND
              (LST-EXPIRY-DATE = ZEROES OR
               LST-EXPIRY-DATE NOT < TODAY-DATE)
               DISPLAY TEXT-LISTED-WARN LST-CHANNEL
               DISPLAY TEXT-HOLD-CONFIRM
               ACCEPT CONFIRM-ANSWER
               IF CONFIRM-ANSWER = "y"
                   MOVE "Y" TO CONFIRM-ANSWER
               END-IF
               IF CONFIRM-ANSWER NOT = "Y"
                   MOVE "N" TO LISTING-OK.

       LEND-COMIC.
           DISPLAY TEXT-LOAN-BORROWER-PROMPT.
      * every name is waved through rather than refusing every loan.
       CHECK-BORROWER.
           MOVE "Y" TO BORROWER-OK.
           MOVE ZEROES TO BALANCE-LIMIT-FIELD.
           OPEN INPUT BORROWER-FILE.
           IF BORROWER-FILE-STATUS = "35"
               DISPLAY TEXT-NO-BORROWER-FILE
      * yes, but never again by accident.
           IF BORROWER-OK = "Y"
               PERFORM CHECK-OPEN-CLAIMS.
           IF BORROWER-OK = "Y"
               PERFORM CHECK-BORROWER-BALANCE.

      * Unlike an open claim, owing more than the limit set on the
      * registry is not something the counter can wave through:
      * the person settles up on the account screen first. The
      * limit is noted while the registry is open, since the record
      * area cannot be trusted once the file is closed again.
       CHECK-BORROWER-BALANCE.
           IF BALANCE-LIMIT-FIELD NOT = ZEROES
               MOVE BORROWER-FIELD TO BLC-BORROWER
               CALL "GET-BORROWER-BALANCE"
                   USING BORROWER-LEDGER-CALL-AREA
               IF BLC-BALANCE > BALANCE-LIMIT-FIELD
                   MOVE BLC-BALANCE TO BALANCE-SHOWN
                   DISPLAY TEXT-BORROWER-OVER-BALANCE BALANCE-SHOWN
                   MOVE "N" TO BORROWER-OK.

       CHECK-OPEN-CLAIMS.
           MOVE "N" TO CLAIM-FLAGGED.
                   MOVE "N" TO BORROWER-OK
                   DISPLAY TEXT-BORROWER-INACTIVE
               ELSE
                   MOVE BORROWER-BALANCE-LIMIT TO BALANCE-LIMIT-FIELD
                   PERFORM CHECK-BORROWER-LIMIT.

      * The open-loan count comes off the side file in one read;
               PERFORM WRITE-CHECKIN-HISTORY
               MOVE OLD-BORROWER-FIELD TO COUNT-BORROWER-NAME
               PERFORM DROP-LOAN-COUNT
               PERFORM POST-LATE-FEE
               DISPLAY TEXT-RETURN-DONE
               PERFORM ANNOUNCE-NEXT-HOLD.

               PERFORM WRITE-CHECKIN-HISTORY
               MOVE OLD-BORROWER-FIELD TO COUNT-BORROWER-NAME
               PERFORM DROP-LOAN-COUNT
               PERFORM POST-LATE-FEE
               IF COMIC-CONDITION NOT = OLD-CONDITION-FIELD
                   PERFORM WRITE-CONDITION-HISTORY
               END-IF
           MOVE OLD-CONDITION-FIELD TO CH-OLD-CONDITION.
           MOVE COMIC-CONDITION TO CH-NEW-CONDITION.
           MOVE "DEVOLUCION" TO CH-SOURCE.
           MOVE COMIC-ID TO CH-KEY-COMIC-ID.
           MOVE CH-DATE TO CH-KEY-DATE.
           ACCEPT CH-KEY-TIME FROM TIME.
           OPEN I-O CONDITION-HISTORY-FILE.
           IF CONDITION-HISTORY-FILE-STATUS = "35"
               PERFORM SEED-CONDITION-HISTORY-FILE.
           IF CONDITION-HISTORY-FILE-STATUS = "00"
               PERFORM WRITE-CONDITION-ENTRY
               PERFORM BUMP-CONDITION-TIME
               UNTIL CONDITION-HISTORY-FILE-STATUS NOT = "22"
               CLOSE CONDITION-HISTORY-FILE.

      * OPEN I-O does not create a missing file, so on a fresh
      * system this seeds an empty ledger before writing to it.
       SEED-CONDITION-HISTORY-FILE.
           OPEN OUTPUT CONDITION-HISTORY-FILE.
           CLOSE CONDITION-HISTORY-FILE.
           OPEN I-O CONDITION-HISTORY-FILE.

       WRITE-CONDITION-ENTRY.
           WRITE CONDITION-HISTORY-RECORD
               INVALID KEY
               CONTINUE.

      * Two entries for one comic in the same hundredth of a second
      * would share a key, so the later one moves on by one.
       BUMP-CONDITION-TIME.
           ADD 1 TO CH-KEY-TIME.
           PERFORM WRITE-CONDITION-ENTRY.

      * A lost comic leaves the collection the same way a delete
      * does: the row stays for its history but drops out of every
               PERFORM OPEN-ONE-CLAIM
               DISPLAY TEXT-COMIC-LOST-NOTE.

      * A comic back after its due date costs the borrower the
      * daily rate of the band the delay falls in, capped at that
      * band's maximum, posted straight to their account. A loan
      * with no due date never runs late, and a lost comic is
      * charged through its claim instead.
       POST-LATE-FEE.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           IF OLD-DUE-DATE NOT = ZEROES AND
              TODAY-DATE > OLD-DUE-DATE
               PERFORM COUNT-DAYS-LATE
               PERFORM WORK-OUT-LATE-FEE
               IF LATE-FEE-AMOUNT > ZEROES
                   MOVE OLD-BORROWER-FIELD TO BLC-BORROWER
                   SET BLC-LATE-FEE TO TRUE
                   MOVE COMIC-ID TO BLC-COMIC-ID
                   MOVE LATE-FEE-AMOUNT TO BLC-AMOUNT
                   MOVE "DEVOLUCION TARDIA" TO BLC-NOTE
                   CALL "WRITE-BORROWER-ENTRY"
                       USING BORROWER-LEDGER-CALL-AREA
                   MOVE LATE-FEE-AMOUNT TO FEE-SHOWN
                   DISPLAY TEXT-LATE-FEE-POSTED FEE-SHOWN
                   MOVE BLC-BALANCE TO BALANCE-SHOWN
                   DISPLAY TEXT-BORROWER-BALANCE-NOW BALANCE-SHOWN.

       COUNT-DAYS-LATE.
           MOVE TODAY-DATE TO CONVERT-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONVERT-DAYS TO TODAY-DAYS.
           MOVE OLD-DUE-DATE TO CONVERT-DATE.
           PERFORM DATE-TO-DAY-NUMBER.
           MOVE CONVERT-DAYS TO DUE-DAYS.
           SUBTRACT DUE-DAYS FROM TODAY-DAYS GIVING DAYS-LATE.

      * The bands come back lowest first, so the last one whose
      * starting day the delay has reached is the one that applies;
      * a delay shorter than the first band is a grace period and
      * costs nothing, as does a site with no fee table yet.
       WORK-OUT-LATE-FEE.
           MOVE ZEROES TO LATE-FEE-AMOUNT.
           MOVE ZEROES TO FEE-BAND-PER-DAY.
           MOVE ZEROES TO FEE-BAND-MAX.
           OPEN INPUT FEERATE-FILE.
           IF FEERATE-FILE-STATUS = "00"
               PERFORM START-FEE-BANDS
               PERFORM TAKE-NEXT-FEE-BAND
               UNTIL END-OF-FEES = "Y"
               CLOSE FEERATE-FILE.

       START-FEE-BANDS.
           MOVE "N" TO END-OF-FEES.
           MOVE ZEROES TO FEE-FROM-DAYS.
           START FEERATE-FILE KEY IS NOT LESS THAN FEE-FROM-DAYS
               INVALID KEY
               MOVE "Y" TO END-OF-FEES.
           MULTIPLY DAYS-LATE BY FEE-BAND-PER-DAY
               GIVING LATE-FEE-AMOUNT.
           IF FEE-BAND-MAX NOT = ZEROES AND
              LATE-FEE-AMOUNT > FEE-BAND-MAX
               MOVE FEE-BAND-MAX TO LATE-FEE-AMOUNT.

       TAKE-NEXT-FEE-BAND.
           READ FEERATE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-FEES.
           IF END-OF-FEES = "N"
               IF FEE-FROM-DAYS > DAYS-LATE
                   MOVE "Y" TO END-OF-FEES
               ELSE
                   MOVE FEE-PER-DAY TO FEE-BAND-PER-DAY
                   MOVE FEE-MAX-CHARGE TO FEE-BAND-MAX.

      * Turns AAAAMMDD into a running day count: full years at 365
      * days plus one per leap year gone by, plus the offset of the
      * month inside the year, plus the day, the same arithmetic
      * OVERDUE-REPORT uses to age a loan.
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

       TAKE-BACK-THE-LOAN.
           MOVE LOAN-TO-NAME TO OLD-BORROWER-FIELD.
           MOVE LOAN-DATE TO OLD-LOAN-DATE.
               MOVE COMIC-VALUE TO CLAIM-BOOK-VALUE
           ELSE
               MOVE ZEROES TO CLAIM-BOOK-VALUE.
           MOVE COMIC-CURRENCY TO CLAIM-BOOK-CURRENCY.
           PERFORM ASK-CLAIM-AMOUNT.
           MOVE CLAIM-AMOUNT-WORK TO CLAIM-AMOUNT.
           MOVE "N" TO CLAIM-CURRENCY-OK.
           PERFORM ASK-CLAIM-CURRENCY
           UNTIL CLAIM-CURRENCY-OK = "Y".
           MOVE CLAIM-CURRENCY-FIELD TO CLAIM-CURRENCY.
           SET CLAIM-OPEN TO TRUE.
           MOVE ZEROES TO CLAIM-SETTLE-DATE.
           PERFORM APPEND-CLAIM-LINE.
           ELSE
               MOVE CLAIM-BOOK-VALUE TO CLAIM-AMOUNT-WORK.

      * A blank answer keeps the comic's own currency, the one the
      * default amount was taken in. A foreign code is only taken
      * when the rate master has a rate for it in force today.
       ASK-CLAIM-CURRENCY.
           DISPLAY TEXT-CLAIM-CURRENCY-PROMPT.
           MOVE SPACE TO CLAIM-CURRENCY-FIELD.
           ACCEPT CLAIM-CURRENCY-FIELD.
           IF CLAIM-CURRENCY-FIELD = SPACE
               MOVE CLAIM-BOOK-CURRENCY TO CLAIM-CURRENCY-FIELD.
           MOVE "Y" TO CLAIM-CURRENCY-OK.
           IF CLAIM-CURRENCY-FIELD NOT = SPACE
               MOVE CLAIM-CURRENCY-FIELD TO RCA-CURRENCY
               MOVE CLAIM-DATE TO RCA-DATE
               MOVE ZEROES TO RCA-AMOUNT
               CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA
               IF RCA-RATE-MISSING
                   DISPLAY ERROR-CLAIM-NO-RATE
                   MOVE "N" TO CLAIM-CURRENCY-OK.

       APPEND-CLAIM-LINE.
           OPEN EXTEND CLAIM-FILE.
           IF CLAIM-FILE-STATUS = "35"
               DISPLAY TEXT-SHOW-LOAN-TO CLAIM-BORROWER
               DISPLAY TEXT-CLAIM-DATE-LABEL CLAIM-DATE
               DISPLAY TEXT-CLAIM-TYPE-LABEL CLAIM-TYPE
               DISPLAY TEXT-CLAIM-AMOUNT-LABEL CLAIM-AMOUNT " "
                   CLAIM-CURRENCY.
           PERFORM READ-CLAIM-LINE.

       SETTLE-CLAIM-FLOW.
                   DISPLAY TEXT-CLAIM-TOO-BIG
               ELSE
                   IF CLAIM-MARK-DONE = "Y"
                       PERFORM WRITE-BUFFERED-CLAIMS
                       PERFORM POST-CLAIM-CHARGE
                       PERFORM QUEUE-CLAIM-NOTICE.

       BUFFER-ONE-CLAIM.
           IF CLAIM-KEEP-COUNT < 300
                   SET CLAIM-SETTLED TO TRUE
                   ACCEPT CLAIM-SETTLE-DATE FROM DATE YYYYMMDD
                   MOVE "Y" TO CLAIM-MARK-DONE
                   MOVE CLAIM-AMOUNT TO SETTLED-CLAIM-AMOUNT
                   MOVE CLAIM-CURRENCY TO SETTLED-CLAIM-CURRENCY
                   MOVE CLAIM-DATE TO SETTLED-CLAIM-DATE
               END-IF
               MOVE CLAIM-COMIC-ID TO CW-COMIC-ID(CLAIM-KEEP-COUNT)
               MOVE CLAIM-BORROWER TO CW-BORROWER(CLAIM-KEEP-COUNT)
               MOVE CLAIM-STATUS TO CW-STATUS(CLAIM-KEEP-COUNT)
               MOVE CLAIM-SETTLE-DATE
                   TO CW-SETTLE-DATE(CLAIM-KEEP-COUNT)
               MOVE CLAIM-CURRENCY TO CW-CURRENCY(CLAIM-KEEP-COUNT)
               MOVE CLAIM-BOOK-CURRENCY
                   TO CW-BOOK-CURRENCY(CLAIM-KEEP-COUNT)
           ELSE
               MOVE "Y" TO CLAIM-TOO-BIG.
           PERFORM READ-CLAIM-LINE.

      * Settling a claim agrees what the borrower owes for it, so
      * the amount goes onto their account as a charge, turned
      * into the house currency at the rate of the day the claim
      * was opened; the money itself comes in later as a payment
      * on the account screen. The currency was checked against the
      * rate master when the claim was opened, so a missing rate
      * here means the row was since deleted, and nothing is posted
      * rather than a foreign amount passing as a house one.
       POST-CLAIM-CHARGE.
           MOVE SETTLED-CLAIM-CURRENCY TO RCA-CURRENCY.
           MOVE SETTLED-CLAIM-DATE TO RCA-DATE.
           MOVE SETTLED-CLAIM-AMOUNT TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           IF RCA-RATE-MISSING
               DISPLAY ERROR-CLAIM-CHARGE-NO-RATE
           ELSE
               IF RCA-BASE-AMOUNT > ZEROES
                   MOVE CLAIM-MARK-BORROWER TO BLC-BORROWER
                   SET BLC-CLAIM-CHARGE TO TRUE
                   MOVE CLAIM-MARK-COMIC TO BLC-COMIC-ID
                   MOVE RCA-BASE-AMOUNT TO BLC-AMOUNT
                   MOVE "RECLAMACION LIQUIDADA" TO BLC-NOTE
                   CALL "WRITE-BORROWER-ENTRY"
                       USING BORROWER-LEDGER-CALL-AREA
                   MOVE RCA-BASE-AMOUNT TO FEE-SHOWN
                   DISPLAY TEXT-CLAIM-CHARGE-POSTED FEE-SHOWN
                   MOVE BLC-BALANCE TO BALANCE-SHOWN
                   DISPLAY TEXT-BORROWER-BALANCE-NOW BALANCE-SHOWN.

       QUEUE-CLAIM-NOTICE.
           MOVE CLAIM-MARK-BORROWER TO NQC-BORROWER.
           SET NQC-CLAIM-SETTLED TO TRUE.
           MOVE CLAIM-MARK-COMIC TO NQC-COMIC-ID.
           MOVE SETTLED-CLAIM-DATE TO NQC-REF-DATE.
           CALL "QUEUE-NOTIFICATION" USING NOTIFY-CALL-AREA.

       WRITE-BUFFERED-CLAIMS.
           OPEN OUTPUT CLAIM-FILE.
           MOVE ZEROES TO CLAIM-INDEX.
           MOVE CW-AMOUNT(CLAIM-INDEX) TO CLAIM-AMOUNT.
           MOVE CW-STATUS(CLAIM-INDEX) TO CLAIM-STATUS.
           MOVE CW-SETTLE-DATE(CLAIM-INDEX) TO CLAIM-SETTLE-DATE.
           MOVE CW-CURRENCY(CLAIM-INDEX) TO CLAIM-CURRENCY.
           MOVE CW-BOOK-CURRENCY(CLAIM-INDEX) TO CLAIM-BOOK-CURRENCY.
           WRITE CLAIM-RECORD.

      * The comic just came back, so whoever has been waiting
      * longest is called out by name while the book is still in
      * hand instead of going back on the shelf.
      * The person is also told, through the notification queue,
      * that the comic is waiting for them.
       ANNOUNCE-NEXT-HOLD.
           PERFORM FIND-FIRST-ACTIVE-HOLD.
           IF HOLD-FOUND = "Y"
               DISPLAY TEXT-HOLD-NEXT NEXT-HOLD-BORROWER
               MOVE NEXT-HOLD-BORROWER TO NQC-BORROWER
               SET NQC-HOLD-READY TO TRUE
               MOVE COMIC-ID TO NQC-COMIC-ID
               MOVE NEXT-HOLD-DATE TO NQC-REF-DATE
               CALL "QUEUE-NOTIFICATION" USING NOTIFY-CALL-AREA.

      * A renewal pushes the due date forward without faking a
      * return: the original out-date stays on the record, and the
      * Renewals of the current loan are the "R" lines that carry
      * the same borrower and the same out-date; lines from any
      * earlier loan of the comic differ in at least the out-date
      * and so are never counted against this one. None of them
      * can have been written before the loan went out, so the
      * reading starts at the comic's entries from that day on.
       COUNT-LOAN-RENEWALS.
           MOVE ZEROES TO RENEWAL-COUNT.
           OPEN INPUT LOAN-HISTORY-FILE.
           IF LOAN-HISTORY-FILE-STATUS = "00"
               MOVE COMIC-ID TO WANTED-HIST-ID
               MOVE COMIC-ID TO HIST-KEY-COMIC-ID
               MOVE LOAN-DATE TO HIST-ENTRY-DATE
               MOVE ZEROES TO HIST-ENTRY-TIME
               PERFORM START-AT-COMIC-HISTORY
               PERFORM TALLY-ONE-RENEWAL
               UNTIL END-OF-HISTORY = "Y"
               CLOSE LOAN-HISTORY-FILE.
           MOVE OLD-DUE-DATE TO HIST-DUE-DATE.
           PERFORM APPEND-HISTORY-LINE.

      * Every line carries who was at the desk, so with both
      * stations lending at once each movement has a name on it.
      * The key is the comic and the moment of writing; two
      * entries for one comic in the same hundredth of a second
      * would share it, so the later one moves on by one.
       APPEND-HISTORY-LINE.
           MOVE SESSION-OPERATOR-ID TO HIST-OPERATOR.
           MOVE HIST-COMIC-ID TO HIST-KEY-COMIC-ID.
           ACCEPT HIST-ENTRY-DATE FROM DATE YYYYMMDD.
           ACCEPT HIST-ENTRY-TIME FROM TIME.
           OPEN I-O LOAN-HISTORY-FILE.
           IF LOAN-HISTORY-FILE-STATUS = "35"
               PERFORM SEED-HISTORY-FILE.
           IF LOAN-HISTORY-FILE-STATUS = "00"
               PERFORM WRITE-HISTORY-ENTRY
               PERFORM BUMP-HISTORY-TIME
               UNTIL LOAN-HISTORY-FILE-STATUS NOT = "22"
               CLOSE LOAN-HISTORY-FILE.

      * OPEN I-O does not create a missing file, so on a fresh
      * system this seeds an empty ledger before writing to it.
       SEED-HISTORY-FILE.
           OPEN OUTPUT LOAN-HISTORY-FILE.
           CLOSE LOAN-HISTORY-FILE.
           OPEN I-O LOAN-HISTORY-FILE.

       WRITE-HISTORY-ENTRY.
           WRITE LOAN-HISTORY-RECORD
               INVALID KEY
               CONTINUE.

       BUMP-HISTORY-TIME.
           ADD 1 TO HIST-ENTRY-TIME.
           PERFORM WRITE-HISTORY-ENTRY.

       QUERY-HISTORY-BY-COMIC.
           DISPLAY " ".
           ACCEPT WANTED-BORROWER.
           PERFORM SCAN-HISTORY-FILE.

      * The ledger is keyed by comic and carries the borrower as a
      * second key, so either query starts at its first entry and
      * stops at the first one that belongs to somebody else.
       SCAN-HISTORY-FILE.
           MOVE ZEROES TO HISTORY-MATCH-COUNT.
           OPEN INPUT LOAN-HISTORY-FILE.
           IF LOAN-HISTORY-FILE-STATUS = "35"
               DISPLAY TEXT-HIST-NO-FILE
           ELSE
               PERFORM START-AT-WANTED-HISTORY
               PERFORM FILTER-HISTORY-LINE
               UNTIL END-OF-HISTORY = "Y"
               CLOSE LOAN-HISTORY-FILE
               IF HISTORY-MATCH-COUNT = ZEROES
                   DISPLAY TEXT-HIST-NONE.

       START-AT-WANTED-HISTORY.
           IF CHECKOUT-MODE = "4"
               PERFORM START-AT-BORROWER-HISTORY
           ELSE
               MOVE WANTED-HIST-ID TO HIST-KEY-COMIC-ID
               MOVE ZEROES TO HIST-ENTRY-DATE
               MOVE ZEROES TO HIST-ENTRY-TIME
               PERFORM START-AT-COMIC-HISTORY.

       START-AT-COMIC-HISTORY.
           MOVE "N" TO END-OF-HISTORY.
           START LOAN-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-HISTORY.
           PERFORM READ-HISTORY-LINE.

       START-AT-BORROWER-HISTORY.
           MOVE "N" TO END-OF-HISTORY.
           MOVE WANTED-BORROWER TO HIST-BORROWER.
           START LOAN-HISTORY-FILE KEY IS = HIST-BORROWER
               INVALID KEY
               MOVE "Y" TO END-OF-HISTORY.
           PERFORM READ-HISTORY-LINE.

       READ-HISTORY-LINE.
           IF END-OF-HISTORY = "N"
               READ LOAN-HISTORY-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO END-OF-HISTORY
               END-READ.
           IF END-OF-HISTORY = "N"
               PERFORM CHECK-HISTORY-STILL-WANTED.

       CHECK-HISTORY-STILL-WANTED.
           IF CHECKOUT-MODE = "4"
               IF HIST-BORROWER NOT = WANTED-BORROWER
                   MOVE "Y" TO END-OF-HISTORY
               END-IF
           ELSE
               IF HIST-KEY-COMIC-ID NOT = WANTED-HIST-ID
                   MOVE "Y" TO END-OF-HISTORY.

       FILTER-HISTORY-LINE.
           EVALUATE CHECKOUT-MODE
                   DISPLAY TEXT-HIST-IN-PENDING
               ELSE
                   DISPLAY TEXT-HIST-IN-LABEL HIST-IN-DATE.
           IF HIST-OPERATOR NOT = SPACE
               DISPLAY TEXT-HIST-OPERATOR-LABEL HIST-OPERATOR.

       APPEND-AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

       SHOW-ALL-FIELDS.
           DISPLAY " ".
