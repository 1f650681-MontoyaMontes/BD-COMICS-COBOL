       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-PAYABLES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "INVHDR-PHYSIC-FILE.cbl".
       COPY "PAYRPT-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "INVHDR-LOGIC-FILE.cbl".
       COPY "PAYRPT-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "RATECALL-WS.cbl".
       77 INVHDR-FILE-STATUS PIC X(02).
       77 EOF-SWITCH PIC X.
       77 TODAY-DATE PIC 9(08).
       77 CURRENT-DEALER PIC X(20).
       77 OUTSTANDING-WORK PIC 9(07)V99.
       77 DEALER-TOTAL PIC S9(09)V99.
       77 GRAND-TOTAL PIC S9(09)V99.
       77 DEALER-INVOICES PIC 9(05).
       77 OPEN-INVOICES PIC 9(07).
       77 OVERDUE-INVOICES PIC 9(07).
       77 NO-RATE-COUNT PIC 9(07).
       77 READ-COUNT PIC 9(07).
       77 COUNT-ED PIC Z(6)9.
       77 TOTAL-ED PIC -(8)9.99.

       01 PAYABLE-LINE.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 PYL-NUMBER        PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYL-DATE          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYL-DUE-DATE      PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYL-TOTAL         PIC Z(6)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYL-PAID          PIC Z(6)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYL-OUTSTANDING   PIC Z(6)9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYL-CURRENCY      PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYL-MARK          PIC X(08).
       01 PAYABLE-HEADING.
           05 FILLER            PIC X(02) VALUE SPACE.
           05 PYH-NUMBER        PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYH-DATE          PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYH-DUE-DATE      PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYH-TOTAL         PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYH-PAID          PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYH-OUTSTANDING   PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 PYH-CURRENCY      PIC X(03).

       COPY "PAYABLE-WS-ESP.cbl".

      * What is still owed to each dealer: every open invoice with
      * money left on it, dealer by dealer in the order of the
      * invoice file, with the amounts in the currency billed and
      * the dealer and grand totals brought to the house currency
      * at today's rate, since that is what paying it would cost.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
           MOVE ZEROES TO GRAND-TOTAL.
           MOVE ZEROES TO OPEN-INVOICES.
           MOVE ZEROES TO OVERDUE-INVOICES.
           MOVE ZEROES TO NO-RATE-COUNT.
           MOVE ZEROES TO READ-COUNT.
           MOVE SPACE TO CURRENT-DEALER.
           OPEN OUTPUT PAYRPT-FILE.
           PERFORM PRINT-REPORT-TITLE.
           OPEN INPUT INVHDR-FILE.
           IF INVHDR-FILE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               PERFORM LIST-ONE-INVOICE
               UNTIL EOF-SWITCH = "Y"
               CLOSE INVHDR-FILE.
           IF CURRENT-DEALER NOT = SPACE
               PERFORM PRINT-DEALER-TOTAL.
           PERFORM PRINT-REPORT-FOOTING.
           CLOSE PAYRPT-FILE.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain; run on its own
      * it still ends the run unit the same way.
           END-PROGRAM.
               GOBACK.

       PRINT-REPORT-TITLE.
           MOVE SPACE TO PAYRPT-LINE.
           STRING TEXT-PAYABLE-TITLE DELIMITED BY SIZE
                  TODAY-DATE DELIMITED BY SIZE
                  INTO PAYRPT-LINE.
           WRITE PAYRPT-LINE.
           MOVE SPACE TO PAYRPT-LINE.
           WRITE PAYRPT-LINE.

      * An invoice paid up, or one with no lines on it yet, owes
      * nothing and stays off the listing.
       LIST-ONE-INVOICE.
           READ INVHDR-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               ADD 1 TO READ-COUNT
               IF INVH-OPEN AND INVH-PAID < INVH-TOTAL
                   PERFORM LIST-OPEN-INVOICE.

       LIST-OPEN-INVOICE.
           IF INVH-DEALER NOT = CURRENT-DEALER
               IF CURRENT-DEALER NOT = SPACE
                   PERFORM PRINT-DEALER-TOTAL
               END-IF
               PERFORM START-NEW-DEALER.
           SUBTRACT INVH-PAID FROM INVH-TOTAL
               GIVING OUTSTANDING-WORK.
           ADD 1 TO OPEN-INVOICES.
           ADD 1 TO DEALER-INVOICES.
           MOVE INVH-NUMBER TO PYL-NUMBER.
           MOVE INVH-DATE TO PYL-DATE.
           IF INVH-DUE-DATE = ZEROES
               MOVE SPACE TO PYL-DUE-DATE
           ELSE
               MOVE INVH-DUE-DATE TO PYL-DUE-DATE.
           MOVE INVH-TOTAL TO PYL-TOTAL.
           MOVE INVH-PAID TO PYL-PAID.
           MOVE OUTSTANDING-WORK TO PYL-OUTSTANDING.
           MOVE INVH-CURRENCY TO PYL-CURRENCY.
           MOVE SPACE TO PYL-MARK.
           IF INVH-DUE-DATE NOT = ZEROES AND
              INVH-DUE-DATE < TODAY-DATE
               MOVE TEXT-PAYABLE-OVERDUE-MARK TO PYL-MARK
               ADD 1 TO OVERDUE-INVOICES.
           MOVE PAYABLE-LINE TO PAYRPT-LINE.
           WRITE PAYRPT-LINE.
           PERFORM ADD-TO-DEALER-TOTAL.

       START-NEW-DEALER.
           MOVE INVH-DEALER TO CURRENT-DEALER.
           MOVE ZEROES TO DEALER-TOTAL.
           MOVE ZEROES TO DEALER-INVOICES.
           MOVE SPACE TO PAYRPT-LINE.
           STRING TEXT-PAYABLE-DEALER-PREFIX DELIMITED BY SIZE
                  INVH-DEALER DELIMITED BY SIZE
                  INTO PAYRPT-LINE.
           WRITE PAYRPT-LINE.
           MOVE TEXT-PAYABLE-HEAD-NUMBER TO PYH-NUMBER.
           MOVE TEXT-PAYABLE-HEAD-DATE TO PYH-DATE.
           MOVE TEXT-PAYABLE-HEAD-DUE TO PYH-DUE-DATE.
           MOVE TEXT-PAYABLE-HEAD-TOTAL TO PYH-TOTAL.
           MOVE TEXT-PAYABLE-HEAD-PAID TO PYH-PAID.
           MOVE TEXT-PAYABLE-HEAD-OUTSTANDING TO PYH-OUTSTANDING.
           MOVE TEXT-PAYABLE-HEAD-CURRENCY TO PYH-CURRENCY.
           MOVE PAYABLE-HEADING TO PAYRPT-LINE.
           WRITE PAYRPT-LINE.

      * An amount in a currency with no rate on file is listed but
      * left out of the totals, and counted at the foot, the same
      * way the spend report treats it.
       ADD-TO-DEALER-TOTAL.
           MOVE INVH-CURRENCY TO RCA-CURRENCY.
           MOVE TODAY-DATE TO RCA-DATE.
           MOVE OUTSTANDING-WORK TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.
           IF RCA-RATE-MISSING
               ADD 1 TO NO-RATE-COUNT
           ELSE
               ADD RCA-BASE-AMOUNT TO DEALER-TOTAL
               ADD RCA-BASE-AMOUNT TO GRAND-TOTAL.

       PRINT-DEALER-TOTAL.
           MOVE DEALER-TOTAL TO TOTAL-ED.
           MOVE SPACE TO PAYRPT-LINE.
           STRING TEXT-PAYABLE-DEALER-TOTAL DELIMITED BY SIZE
                  TOTAL-ED DELIMITED BY SIZE
                  INTO PAYRPT-LINE.
           WRITE PAYRPT-LINE.
           MOVE SPACE TO PAYRPT-LINE.
           WRITE PAYRPT-LINE.

       PRINT-REPORT-FOOTING.
           IF OPEN-INVOICES = ZEROES
               MOVE TEXT-PAYABLE-NONE TO PAYRPT-LINE
               WRITE PAYRPT-LINE
           ELSE
               MOVE GRAND-TOTAL TO TOTAL-ED
               MOVE SPACE TO PAYRPT-LINE
               STRING TEXT-PAYABLE-GRAND-TOTAL DELIMITED BY SIZE
                      TOTAL-ED DELIMITED BY SIZE
                      INTO PAYRPT-LINE
               WRITE PAYRPT-LINE
               MOVE OPEN-INVOICES TO COUNT-ED
               MOVE SPACE TO PAYRPT-LINE
               STRING TEXT-PAYABLE-OPEN-COUNT DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      INTO PAYRPT-LINE
               WRITE PAYRPT-LINE
               MOVE OVERDUE-INVOICES TO COUNT-ED
               MOVE SPACE TO PAYRPT-LINE
               STRING TEXT-PAYABLE-OVERDUE-COUNT DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      INTO PAYRPT-LINE
               WRITE PAYRPT-LINE.
           IF NO-RATE-COUNT NOT = ZEROES
               MOVE NO-RATE-COUNT TO COUNT-ED
               MOVE SPACE TO PAYRPT-LINE
               STRING TEXT-PAYABLE-NO-RATE DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      INTO PAYRPT-LINE
               WRITE PAYRPT-LINE.

       NOTE-RUN-START.
           MOVE "INVOICE-PAYABLES" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE READ-COUNT TO RLC-READ-COUNT.
           MOVE OPEN-INVOICES TO RLC-WRITTEN-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "PAYABLE-WS-ENG.cbl".

       END PROGRAM INVOICE-PAYABLES.
