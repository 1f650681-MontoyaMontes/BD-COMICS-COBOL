       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIDEN-BORROWER-FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "BORROWER-PHYSIC-FILE.cbl".
       COPY "BORWIDE-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "BORROWER-LOGIC-FILE.cbl".
       COPY "BORWIDE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       77 WIDEN-ANSWER PIC X.
       77 EOF-SWITCH PIC X.
       77 READ-COUNT PIC 9(07).
       77 WRITTEN-COUNT PIC 9(07).
       77 READ-COUNT-ED PIC Z(6)9.
       77 WRITTEN-COUNT-ED PIC Z(6)9.
       77 COPY-STATUS PIC S9(09) COMP-5.
       77 BORROWER-FILE-STATUS PIC X(02).
       77 NARROW-BORROWER-FILE-STATUS PIC X(02).
      * Same names the SELECTs assign the files to; kept as literals
      * here since the set-aside copy is a plain file operation that
      * does not go through COBOL I-O at all.
       77 SOURCE-FILE-NAME PIC X(30) VALUE "bd-comic-borrowers.dat".
       77 NARROW-FILE-NAME PIC X(30)
           VALUE "bd-comic-borrowers-narrow.dat".

       COPY "BORWIDE-WS-ESP.cbl".

      * One-time pass for a site whose bd-comic-borrowers.dat
      * predates the balance limit: the current file is set aside as
      * bd-comic-borrowers-narrow.dat, each person is re-written in
      * today's layout with a zero limit, meaning no limit enforced
      * until someone sets one, and the registry comes out freshly
      * indexed. The set-aside file stays on disk as the fallback,
      * the same way WIDEN-COMICS-FILE leaves the old comic file.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           DISPLAY TEXT-BORWIDE-TITLE.
           PERFORM ASK-WIDEN-QUESTION.
           IF WIDEN-ANSWER = "Y"
               PERFORM SET-ASIDE-CURRENT-FILE
               IF WIDEN-ANSWER = "Y"
                   PERFORM WIDEN-THE-FILE.
           END-PROGRAM.
               GOBACK.

       ASK-WIDEN-QUESTION.
           DISPLAY TEXT-BORWIDE-QUESTION.
           ACCEPT WIDEN-ANSWER.
           IF WIDEN-ANSWER = "y"
               MOVE "Y" TO WIDEN-ANSWER.
           IF WIDEN-ANSWER NOT = "Y"
               MOVE "N" TO WIDEN-ANSWER.

      * A rerun after an abort finds the set-aside copy already
      * there and widens from that, so the new-layout file is never
      * fed back in as if it were old-layout data.
       SET-ASIDE-CURRENT-FILE.
           OPEN INPUT NARROW-BORROWER-FILE.
           IF NARROW-BORROWER-FILE-STATUS = "35"
               CALL "CBL_COPY_FILE" USING SOURCE-FILE-NAME
                   NARROW-FILE-NAME
                   RETURNING COPY-STATUS
               IF COPY-STATUS NOT = ZERO
                   DISPLAY TEXT-BORWIDE-NO-NARROW
                   MOVE "N" TO WIDEN-ANSWER
               END-IF
           ELSE
               CLOSE NARROW-BORROWER-FILE.

       WIDEN-THE-FILE.
           MOVE ZEROES TO READ-COUNT.
           MOVE ZEROES TO WRITTEN-COUNT.
           OPEN INPUT NARROW-BORROWER-FILE.
           IF NARROW-BORROWER-FILE-STATUS NOT = "00"
               DISPLAY ERROR-CANT-BORWIDE
           ELSE
               OPEN OUTPUT BORROWER-FILE
               PERFORM START-AT-FIRST-NARROW-RECORD
               PERFORM WIDEN-ONE-RECORD
               UNTIL EOF-SWITCH = "Y"
               CLOSE BORROWER-FILE
               CLOSE NARROW-BORROWER-FILE
               PERFORM PRINT-WIDEN-TOTALS.

       START-AT-FIRST-NARROW-RECORD.
           MOVE "N" TO EOF-SWITCH.
           MOVE LOW-VALUE TO NARROW-BORROWER-NAME.
           START NARROW-BORROWER-FILE
               KEY IS NOT LESS THAN NARROW-BORROWER-NAME
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.

      * The one field the old layout never had gets the same
      * default a fresh add with a blank answer would leave.
       WIDEN-ONE-RECORD.
           READ NARROW-BORROWER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               ADD 1 TO READ-COUNT
               MOVE SPACE TO BORROWER-RECORD
               MOVE NARROW-BORROWER-NAME TO BORROWER-NAME
               MOVE NARROW-BORROWER-PHONE TO BORROWER-PHONE
               MOVE NARROW-BORROWER-EMAIL TO BORROWER-EMAIL
               MOVE NARROW-BORROWER-MAX-LOANS TO BORROWER-MAX-LOANS
               MOVE NARROW-BORROWER-STATUS TO BORROWER-STATUS
               MOVE ZEROES TO BORROWER-BALANCE-LIMIT
               PERFORM WRITE-WIDENED-RECORD.

       WRITE-WIDENED-RECORD.
           WRITE BORROWER-RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WRITTEN-COUNT.

       PRINT-WIDEN-TOTALS.
           MOVE READ-COUNT TO READ-COUNT-ED.
           MOVE WRITTEN-COUNT TO WRITTEN-COUNT-ED.
           DISPLAY TEXT-BORWIDE-READ READ-COUNT-ED.
           DISPLAY TEXT-BORWIDE-WRITTEN WRITTEN-COUNT-ED.
           DISPLAY TEXT-BORWIDE-DONE.

       COPY "LANGUAGE-LOAD.cbl".

       COPY "BORWIDE-WS-ENG.cbl".

       END PROGRAM WIDEN-BORROWER-FILE.
