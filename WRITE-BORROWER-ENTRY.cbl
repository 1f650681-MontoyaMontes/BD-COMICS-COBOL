       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-BORROWER-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "BORLEDG-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "BORLEDG-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "OPERATOR-SESSION-WS.cbl".
       77 BORLEDG-FILE-STATUS PIC X(02).

       LINKAGE SECTION.
       COPY "BORLEDG-WS.cbl".

      * Check-in, claim settlement and the account screen all post
      * through this one CALL, the same way every location change
      * goes through WRITE-MOVEMENT-LOG, so the line layout and the
      * stamping cannot drift apart between them. The balance after
      * the posting is handed back for the caller to show.
       PROCEDURE DIVISION USING BORROWER-LEDGER-CALL-AREA.
       START-PROGRAM.
           MOVE SPACE TO BORLEDG-RECORD.
           ACCEPT BLG-DATE FROM DATE YYYYMMDD.
           ACCEPT BLG-TIME FROM TIME.
           MOVE BLC-BORROWER TO BLG-BORROWER.
           MOVE BLC-TYPE TO BLG-TYPE.
           MOVE BLC-COMIC-ID TO BLG-COMIC-ID.
           MOVE BLC-AMOUNT TO BLG-AMOUNT.
           MOVE BLC-NOTE TO BLG-NOTE.
           PERFORM TAKE-OPERATOR-STAMP.
           OPEN EXTEND BORLEDG-FILE.
           IF BORLEDG-FILE-STATUS = "35"
               PERFORM SEED-BORLEDG-FILE.
           WRITE BORLEDG-RECORD.
           CLOSE BORLEDG-FILE.
           CALL "GET-BORROWER-BALANCE"
               USING BORROWER-LEDGER-CALL-AREA.
           END-PROGRAM.
               GOBACK.

      * Nobody signs on to the overnight chain, so its lines are
      * stamped the same way WRITE-AUDIT-LOG stamps the audit log.
       TAKE-OPERATOR-STAMP.
           IF SESSION-OPERATOR-ID = SPACE OR
              SESSION-OPERATOR-ID = LOW-VALUE
               MOVE "BATCH" TO BLG-OPERATOR
           ELSE
               MOVE SESSION-OPERATOR-ID TO BLG-OPERATOR.

      * OPEN EXTEND does not create a missing file, so on a fresh
      * system this seeds an empty ledger before appending to it.
       SEED-BORLEDG-FILE.
           OPEN OUTPUT BORLEDG-FILE.
           CLOSE BORLEDG-FILE.
           OPEN EXTEND BORLEDG-FILE.

       END PROGRAM WRITE-BORROWER-ENTRY.
