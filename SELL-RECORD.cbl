      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "SALES-PHYSIC-FILE.cbl".
       COPY "LISTING-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "SALES-LOGIC-FILE.cbl".
       COPY "LISTING-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       COPY "RATECALL-WS.cbl".
       77 RECORD-FOUND PIC X.
       77 ID-COMIC-FIELD PIC Z(5).
       77 SALE-ANSWER PIC X.
       77 PRICE-CENTS-FRACTION PIC 9V99.
       77 SALE-PRICE-WORK PIC 9(05)V99.
       77 SALE-PRICE-OK PIC X.
       77 SALE-CURRENCY-FIELD PIC X(03).
       77 SALE-CURRENCY-OK PIC X.
       77 BUYER-FIELD PIC X(30).
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 SALES-FILE-STATUS PIC X(02).
       77 LISTING-FILE-STATUS PIC X(02).
       77 RECORD-LOCKED PIC X.
       77 RETRY-ANSWER PIC X.
       77 LOCK-DECLINED PIC X.

       CAPTURE-SALE-FIELDS.
           PERFORM GET-SALE-DATE.
           PERFORM GET-SALE-CURRENCY.
           PERFORM GET-SALE-PRICE.
           DISPLAY TEXT-SALE-BUYER-PROMPT.
           MOVE SPACE TO BUYER-FIELD.
               ELSE
                   DISPLAY ERROR-INVALID-SALE-DATE.

       GET-SALE-CURRENCY.
           MOVE "N" TO SALE-CURRENCY-OK.
           PERFORM ASK-SALE-CURRENCY
           UNTIL SALE-CURRENCY-OK = "Y".

      * Blank is the house currency. A foreign code is only taken
      * when the rate master has a rate for it in force on the sale
      * date, so the proceeds and gains reports can convert it.
       ASK-SALE-CURRENCY.
           DISPLAY TEXT-SALE-CURRENCY-PROMPT.
           MOVE SPACE TO SALE-CURRENCY-FIELD.
           ACCEPT SALE-CURRENCY-FIELD.
           MOVE "Y" TO SALE-CURRENCY-OK.
           IF SALE-CURRENCY-FIELD NOT = SPACE
               MOVE SALE-CURRENCY-FIELD TO RCA-CURRENCY
               MOVE SALE-DATE-WORK TO RCA-DATE
               MOVE ZEROES TO RCA-AMOUNT
               CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA
               IF RCA-RATE-MISSING
                   DISPLAY ERROR-SALE-NO-RATE
                   MOVE "N" TO SALE-CURRENCY-OK.

       GET-SALE-PRICE.
           MOVE "N" TO SALE-PRICE-OK.
           PERFORM ASK-SALE-PRICE
               DISPLAY ERROR-CANT-SELL
           NOT INVALID KEY
               PERFORM WRITE-SALE-RECORD
               PERFORM CLOSE-SOLD-LISTING
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-IMAGE-LINE
               DISPLAY TEXT-SALE-DONE.

      * A comic sold while on offer has its listing closed here,
      * so the marketplace export stops offering a book that has
      * gone. No listing file, or no open listing, is no error.
       CLOSE-SOLD-LISTING.
           OPEN I-O LISTING-FILE.
           IF LISTING-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE COMIC-ID TO LST-COMIC-ID
               READ LISTING-FILE RECORD
                   INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   PERFORM MARK-LISTING-SOLD
               END-READ
               CLOSE LISTING-FILE.

       MARK-LISTING-SOLD.
           IF LST-ACTIVE
               SET LST-SOLD TO TRUE
               MOVE SALE-DATE-WORK TO LST-CLOSE-DATE
               REWRITE LISTING-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY TEXT-LISTING-CLOSED.

      * Full before/after record images for the shared image
      * ledger and the day journal, one CALL per landed write.
       WRITE-IMAGE-LINE.
               MOVE COMIC-VALUE TO SALE-BOOK-VALUE
           ELSE
               MOVE ZEROES TO SALE-BOOK-VALUE.
           MOVE SALE-CURRENCY-FIELD TO SALE-CURRENCY.
           MOVE COMIC-CURRENCY TO SALE-BOOK-CURRENCY.
           PERFORM APPEND-SALE-LINE.

       APPEND-SALE-LINE.
                  SALE-DATE-WORK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SALE-PRICE-WORK DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SALE-CURRENCY-FIELD DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

       SHOW-ALL-FIELDS.
           DISPLAY " ".
