       IDENTIFICATION DIVISION.
       PROGRAM-ID. GET-BORROWER-BALANCE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "BORLEDG-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "BORLEDG-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       77 BORLEDG-FILE-STATUS PIC X(02).
       77 END-OF-LEDGER PIC X.

       LINKAGE SECTION.
       COPY "BORLEDG-WS.cbl".

      * What a borrower owes is never stored, only worked out: one
      * pass over the ledger adds their fees and charges and takes
      * off their payments and waivers, the same way
      * CHECK-OPEN-CLAIMS reads the claim file through for a name.
       PROCEDURE DIVISION USING BORROWER-LEDGER-CALL-AREA.
       START-PROGRAM.
           MOVE ZEROES TO BLC-BALANCE.
           MOVE ZEROES TO BLC-LINE-COUNT.
           OPEN INPUT BORLEDG-FILE.
           IF BORLEDG-FILE-STATUS NOT = "35"
               MOVE "N" TO END-OF-LEDGER
               PERFORM READ-LEDGER-LINE
               PERFORM ADD-ONE-LEDGER-LINE
               UNTIL END-OF-LEDGER = "Y"
               CLOSE BORLEDG-FILE.
           END-PROGRAM.
               GOBACK.

       READ-LEDGER-LINE.
           READ BORLEDG-FILE
           AT END
               MOVE "Y" TO END-OF-LEDGER.

       ADD-ONE-LEDGER-LINE.
           IF BLG-BORROWER = BLC-BORROWER
               ADD 1 TO BLC-LINE-COUNT
               IF BLG-LATE-FEE OR BLG-CLAIM-CHARGE
                   ADD BLG-AMOUNT TO BLC-BALANCE
               ELSE
                   SUBTRACT BLG-AMOUNT FROM BLC-BALANCE.
           PERFORM READ-LEDGER-LINE.

       END PROGRAM GET-BORROWER-BALANCE.
