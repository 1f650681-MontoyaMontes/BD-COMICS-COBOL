       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "PRICE-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "PRICE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       77 END-OF-PRICES PIC X.
       77 RECORD-FOUND PIC X.
       77 UPDATED-COUNT PIC 9(07).
       77 SKIPPED-COUNT-ED PIC Z(6)9.
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 PRICE-FILE-STATUS PIC X(02).

       COPY "REVALUE-WS-ESP.cbl".

       APPLY-PRICE-FILE.
           OPEN I-O COMICS-FILE.
           MOVE "N" TO END-OF-PRICES.
           MOVE ZEROES TO UPDATED-COUNT.
           MOVE ZEROES TO SKIPPED-COUNT.
           PERFORM READ-PRICE-RECORD.
           PERFORM APPLY-ONE-PRICE
           UNTIL END-OF-PRICES = "Y".
           CLOSE COMICS-FILE.
           PERFORM PRINT-REVALUE-TOTALS.

           CALL "WRITE-IMAGE-LOG" USING IMAGE-LOG-CALL-AREA.


      * One line per re-priced comic carrying the value before and
      * after, so a bad price-guide season can be unpicked later.
       WRITE-REVALUE-AUDIT-RECORD.
                  AUDIT-LABEL-AFTER DELIMITED BY SIZE
                  COMIC-VALUE DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

       PRINT-REVALUE-TOTALS.
           MOVE UPDATED-COUNT TO UPDATED-COUNT-ED.
