       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERT-TO-BASE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "RATE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "RATE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       77 RATE-FILE-STATUS PIC X(02).
       77 END-OF-RATES PIC X.

       LINKAGE SECTION.
       COPY "RATECALL-WS.cbl".

      * Every report that totals money across currencies asks here,
      * the same way the ledgers are all appended through their own
      * subprogram, so one rule decides which rate applies: the
      * newest row for the currency dated on or before the day the
      * money changed hands.
       PROCEDURE DIVISION USING RATE-CALL-AREA.
       START-PROGRAM.
           IF RCA-CURRENCY = SPACE
               MOVE 1 TO RCA-RATE
               SET RCA-RATE-FOUND TO TRUE
           ELSE
               PERFORM LOOK-UP-RATE.
           IF RCA-RATE-FOUND
               COMPUTE RCA-BASE-AMOUNT ROUNDED =
                   RCA-AMOUNT * RCA-RATE
           ELSE
               MOVE ZEROES TO RCA-BASE-AMOUNT.
           END-PROGRAM.
               GOBACK.

      * The file is opened and closed per call, like the ledgers,
      * so a caller never has to know it exists and a rate keyed
      * in mid-session is seen at once. Only foreign amounts get
      * this far, which keeps the cost to the lines that need it.
      * A site with no rate master yet simply has no rate for
      * anything foreign.
       LOOK-UP-RATE.
           MOVE ZEROES TO RCA-RATE.
           SET RCA-RATE-MISSING TO TRUE.
           OPEN INPUT RATE-FILE.
           IF RATE-FILE-STATUS = "00"
               PERFORM START-CURRENCY-RATES
               PERFORM TAKE-NEXT-RATE
               UNTIL END-OF-RATES = "Y"
               CLOSE RATE-FILE.

       START-CURRENCY-RATES.
           MOVE "N" TO END-OF-RATES.
           MOVE RCA-CURRENCY TO RATE-CURRENCY.
           MOVE ZEROES TO RATE-DATE.
           START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
               INVALID KEY
               MOVE "Y" TO END-OF-RATES.

      * Rows come back oldest first, so the last one that still
      * falls on or before the date is the one in force then.
       TAKE-NEXT-RATE.
           READ RATE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO END-OF-RATES.
           IF END-OF-RATES = "N"
               IF RATE-CURRENCY NOT = RCA-CURRENCY OR
                  RATE-DATE > RCA-DATE
                   MOVE "Y" TO END-OF-RATES
               ELSE
                   MOVE RATE-TO-BASE TO RCA-RATE
                   SET RCA-RATE-FOUND TO TRUE.

       END PROGRAM CONVERT-TO-BASE.
