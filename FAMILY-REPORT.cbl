       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMILY-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "RELATION-PHYSIC-FILE.cbl".
       COPY "FAMRPT-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "RELATION-LOGIC-FILE.cbl".
       COPY "FAMRPT-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       77 RELATION-FILE-STATUS PIC X(02).
       77 END-OF-LINKS PIC X.
       77 RECORD-FOUND PIC X.
       77 CURRENT-PARENT-ID PIC 9(05).
       77 LINK-COUNT PIC 9(07).
       77 FAMILY-COUNT PIC 9(07).
       77 FAMILY-VALUE PIC 9(07)V99.
       77 GRAND-VALUE PIC 9(09)V99.
       77 COUNT-ED PIC Z(6)9.
       77 VALUE-ED PIC Z(4)9.99.
       77 FAMILY-VALUE-ED PIC Z(6)9.99.
       77 GRAND-VALUE-ED PIC Z(8)9.99.
       77 TYPE-TEXT PIC X(24).
       COPY "RATECALL-WS.cbl".
       77 FAMILY-DATE PIC 9(08).
       77 NO-RATE-COUNT PIC 9(07).

       COPY "RELATION-WS-ESP.cbl".

      * Every issue family on the relation file: the parent issue
      * first, then its variant covers, later printings, facsimiles
      * and the collected editions it appears in, each with its
      * condition and value, and what the family is worth together.
      * Each member line shows the value in the currency it was
      * bought in; the family and grand totals are in the house
      * currency, every value brought over at the rate on the day
      * it was bought, or today's when that date is unknown. A
      * member with no rate on file is flagged on its line and
      * left out of the totals. A collected edition appears under
      * every issue it collects.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           PERFORM NOTE-RUN-START.
           MOVE ZEROES TO LINK-COUNT.
           MOVE ZEROES TO FAMILY-COUNT.
           MOVE ZEROES TO GRAND-VALUE.
           MOVE ZEROES TO NO-RATE-COUNT.
           ACCEPT FAMILY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT FAMILY-REPORT-FILE.
           MOVE TEXT-FAM-TITLE TO FAMILY-REPORT-LINE.
           WRITE FAMILY-REPORT-LINE.
           OPEN INPUT RELATION-FILE.
           IF RELATION-FILE-STATUS = "35"
               MOVE TEXT-FAM-NONE TO FAMILY-REPORT-LINE
               WRITE FAMILY-REPORT-LINE
           ELSE
               OPEN INPUT COMICS-FILE
               PERFORM LIST-ALL-FAMILIES
               CLOSE COMICS-FILE
               CLOSE RELATION-FILE.
           CLOSE FAMILY-REPORT-FILE.
           DISPLAY TEXT-FAM-DONE.
           PERFORM WRITE-RUN-LOG-LINE.
      * GOBACK instead of STOP RUN, so the nightly driver can
      * CALL this job as one step of its chain.
           END-PROGRAM.
               GOBACK.

      * The alternate key hands the links over grouped by parent,
      * so a family ends wherever the parent ID changes.
       LIST-ALL-FAMILIES.
           MOVE ZEROES TO CURRENT-PARENT-ID.
           MOVE ZEROES TO REL-PARENT-ID.
           MOVE "N" TO END-OF-LINKS.
           START RELATION-FILE KEY IS NOT LESS THAN REL-PARENT-ID
               INVALID KEY
               MOVE "Y" TO END-OF-LINKS.
           PERFORM READ-NEXT-LINK.
           PERFORM LIST-ONE-LINK
           UNTIL END-OF-LINKS = "Y".
           IF CURRENT-PARENT-ID NOT = ZEROES
               PERFORM CLOSE-FAMILY.
           PERFORM PRINT-GRAND-TOTALS.

       READ-NEXT-LINK.
           IF END-OF-LINKS = "N"
               READ RELATION-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO END-OF-LINKS.

       LIST-ONE-LINK.
           ADD 1 TO LINK-COUNT.
           IF REL-PARENT-ID NOT = CURRENT-PARENT-ID
               IF CURRENT-PARENT-ID NOT = ZEROES
                   PERFORM CLOSE-FAMILY
               END-IF
               PERFORM OPEN-FAMILY.
           PERFORM PRINT-MEMBER-LINE.
           PERFORM READ-NEXT-LINK.

       OPEN-FAMILY.
           MOVE REL-PARENT-ID TO CURRENT-PARENT-ID.
           ADD 1 TO FAMILY-COUNT.
           MOVE ZEROES TO FAMILY-VALUE.
           MOVE SPACE TO FAMILY-REPORT-LINE.
           WRITE FAMILY-REPORT-LINE.
           MOVE CURRENT-PARENT-ID TO COMIC-ID.
           PERFORM READ-COMIC-RECORD.
           MOVE SPACE TO FAMILY-REPORT-LINE.
           MOVE TEXT-FAM-PARENT TO FAMILY-REPORT-LINE(1:24).
           PERFORM FILL-COMIC-COLUMNS.
           WRITE FAMILY-REPORT-LINE.

       PRINT-MEMBER-LINE.
           PERFORM NAME-MEMBER-TYPE.
           MOVE REL-COMIC-ID TO COMIC-ID.
           PERFORM READ-COMIC-RECORD.
           MOVE SPACE TO FAMILY-REPORT-LINE.
           MOVE TYPE-TEXT TO FAMILY-REPORT-LINE(3:24).
           PERFORM FILL-COMIC-COLUMNS.
           WRITE FAMILY-REPORT-LINE.

      * ID, title, issue, condition, value and currency, and the
      * status letter of anything no longer on the shelf. A link
      * left pointing at a comic purged since is shown as such.
       FILL-COMIC-COLUMNS.
           MOVE COMIC-ID TO FAMILY-REPORT-LINE(28:5).
           IF RECORD-FOUND = "N"
               MOVE TEXT-FAM-NOT-ON-FILE TO FAMILY-REPORT-LINE(35:40)
           ELSE
               MOVE COMIC-NAME TO FAMILY-REPORT-LINE(35:40)
               MOVE "#" TO FAMILY-REPORT-LINE(76:1)
               MOVE COMIC-ISSUE TO FAMILY-REPORT-LINE(77:5)
               MOVE COMIC-CONDITION TO FAMILY-REPORT-LINE(84:12)
               MOVE COMIC-VALUE TO VALUE-ED
               MOVE VALUE-ED TO FAMILY-REPORT-LINE(97:8)
               MOVE COMIC-CURRENCY TO FAMILY-REPORT-LINE(106:3)
               IF NOT COMIC-ACTIVE
                   MOVE COMIC-STATUS TO FAMILY-REPORT-LINE(111:1)
               END-IF
               PERFORM ADD-MEMBER-VALUE.

       ADD-MEMBER-VALUE.
           PERFORM CONVERT-COMIC-VALUE.
           IF RCA-RATE-FOUND
               ADD RCA-BASE-AMOUNT TO FAMILY-VALUE
           ELSE
               ADD 1 TO NO-RATE-COUNT
               MOVE TEXT-FAM-NO-RATE-MARK TO FAMILY-REPORT-LINE(113:20).

       CONVERT-COMIC-VALUE.
           MOVE COMIC-CURRENCY TO RCA-CURRENCY.
           IF DATE-ACQUIRED IS NUMERIC AND DATE-ACQUIRED NOT = ZEROES
               MOVE DATE-ACQUIRED TO RCA-DATE
           ELSE
               MOVE FAMILY-DATE TO RCA-DATE.
           MOVE COMIC-VALUE TO RCA-AMOUNT.
           CALL "CONVERT-TO-BASE" USING RATE-CALL-AREA.

       CLOSE-FAMILY.
           MOVE FAMILY-VALUE TO FAMILY-VALUE-ED.
           MOVE SPACE TO FAMILY-REPORT-LINE.
           MOVE TEXT-FAM-FAMILY-VALUE TO FAMILY-REPORT-LINE(3:30).
           MOVE FAMILY-VALUE-ED TO FAMILY-REPORT-LINE(94:11).
           WRITE FAMILY-REPORT-LINE.
           ADD FAMILY-VALUE TO GRAND-VALUE.

       PRINT-GRAND-TOTALS.
           MOVE SPACE TO FAMILY-REPORT-LINE.
           WRITE FAMILY-REPORT-LINE.
           MOVE FAMILY-COUNT TO COUNT-ED.
           MOVE SPACE TO FAMILY-REPORT-LINE.
           STRING TEXT-FAM-FAMILY-TOTAL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO FAMILY-REPORT-LINE.
           WRITE FAMILY-REPORT-LINE.
           MOVE LINK-COUNT TO COUNT-ED.
           MOVE SPACE TO FAMILY-REPORT-LINE.
           STRING TEXT-FAM-LINK-TOTAL DELIMITED BY SIZE
                  COUNT-ED DELIMITED BY SIZE
                  INTO FAMILY-REPORT-LINE.
           WRITE FAMILY-REPORT-LINE.
           MOVE GRAND-VALUE TO GRAND-VALUE-ED.
           MOVE SPACE TO FAMILY-REPORT-LINE.
           STRING TEXT-FAM-VALUE-TOTAL DELIMITED BY SIZE
                  GRAND-VALUE-ED DELIMITED BY SIZE
                  INTO FAMILY-REPORT-LINE.
           WRITE FAMILY-REPORT-LINE.
           IF NO-RATE-COUNT NOT = ZEROES
               MOVE NO-RATE-COUNT TO COUNT-ED
               MOVE SPACE TO FAMILY-REPORT-LINE
               STRING TEXT-FAM-NO-RATE-TOTAL DELIMITED BY SIZE
                      COUNT-ED DELIMITED BY SIZE
                      INTO FAMILY-REPORT-LINE
               WRITE FAMILY-REPORT-LINE.

       READ-COMIC-RECORD.
           MOVE "Y" TO RECORD-FOUND.
           READ COMICS-FILE RECORD
               INVALID KEY
               MOVE "N" TO RECORD-FOUND.

       NAME-MEMBER-TYPE.
           EVALUATE TRUE
               WHEN REL-VARIANT-COVER
                   MOVE TEXT-REL-MEMBER-VARIANT TO TYPE-TEXT
               WHEN REL-SECOND-PRINTING
                   MOVE TEXT-REL-MEMBER-PRINTING TO TYPE-TEXT
               WHEN REL-FACSIMILE
                   MOVE TEXT-REL-MEMBER-FACSIMILE TO TYPE-TEXT
               WHEN OTHER
                   MOVE TEXT-REL-MEMBER-COLLECTED TO TYPE-TEXT
           END-EVALUATE.

       NOTE-RUN-START.
           MOVE "FAMILY-REPORT" TO RLC-PROGRAM-NAME.
           ACCEPT RLC-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RLC-START-TIME FROM TIME.

      * Leaves one standard line on the shared run log, so the
      * operations summary can answer "what ran last night".
       WRITE-RUN-LOG-LINE.
           MOVE LINK-COUNT TO RLC-READ-COUNT.
           MOVE FAMILY-COUNT TO RLC-WRITTEN-COUNT.
           MOVE NO-RATE-COUNT TO RLC-REJECT-COUNT.
           CALL "WRITE-RUN-LOG" USING RUN-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".

       COPY "RELATION-WS-ENG.cbl".

       END PROGRAM FAMILY-REPORT.
