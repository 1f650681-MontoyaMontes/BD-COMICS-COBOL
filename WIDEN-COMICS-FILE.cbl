       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIDEN-COMICS-FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "WIDEN-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "WIDEN-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       77 WIDEN-ANSWER PIC X.
       77 EOF-SWITCH PIC X.
       77 READ-COUNT PIC 9(07).
       77 WRITTEN-COUNT PIC 9(07).
       77 READ-COUNT-ED PIC Z(6)9.
       77 WRITTEN-COUNT-ED PIC Z(6)9.
       77 COPY-STATUS PIC S9(09) COMP-5.
       77 NARROW-COMICS-FILE-STATUS PIC X(02).
      * Same names the SELECTs assign the files to; kept as literals
      * here since the set-aside copy is a plain file operation that
      * does not go through COBOL I-O at all.
       77 SOURCE-FILE-NAME PIC X(20) VALUE "bd-comic.dat".
       77 NARROW-FILE-NAME PIC X(20) VALUE "bd-comic-narrow.dat".

       COPY "WIDEN-WS-ESP.cbl".

      * One-time pass for a site whose bd-comic.dat predates the
      * purchase currency: the current file is set aside as
      * bd-comic-narrow.dat, each record is re-written in today's
      * layout with the currency blank, meaning the house currency
      * every value so far was entered in, and bd-comic.dat comes
      * out freshly indexed. Backups taken before the widening keep
      * the old record length, so they can no longer be restored
      * through RESTORE-BACKUP; the set-aside file itself stays on
      * disk as the fallback. A file older still, without location
      * and barcode, goes through EXPAND-COMICS-FILE instead, which
      * already writes today's layout.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           DISPLAY TEXT-WIDEN-TITLE.
           PERFORM ASK-WIDEN-QUESTION.
           IF WIDEN-ANSWER = "Y"
               PERFORM SET-ASIDE-CURRENT-FILE
               IF WIDEN-ANSWER = "Y"
                   PERFORM WIDEN-THE-FILE.
           END-PROGRAM.
               GOBACK.

       ASK-WIDEN-QUESTION.
           DISPLAY TEXT-WIDEN-QUESTION.
           ACCEPT WIDEN-ANSWER.
           IF WIDEN-ANSWER = "y"
               MOVE "Y" TO WIDEN-ANSWER.
           IF WIDEN-ANSWER NOT = "Y"
               MOVE "N" TO WIDEN-ANSWER.

      * A first run finds no bd-comic-narrow.dat and copies the live
      * file aside before touching it. A rerun after an abort finds
      * the set-aside copy already there and expands from that, so
      * running twice can never feed the new-layout file back in as
      * if it were old-layout data.
       SET-ASIDE-CURRENT-FILE.
           OPEN INPUT NARROW-COMICS-FILE.
           IF NARROW-COMICS-FILE-STATUS = "35"
               CALL "CBL_COPY_FILE" USING SOURCE-FILE-NAME
                   NARROW-FILE-NAME
                   RETURNING COPY-STATUS
               IF COPY-STATUS NOT = ZERO
                   DISPLAY TEXT-WIDEN-NO-NARROW
                   MOVE "N" TO WIDEN-ANSWER
               END-IF
           ELSE
               CLOSE NARROW-COMICS-FILE.

       WIDEN-THE-FILE.
           MOVE ZEROES TO READ-COUNT.
           MOVE ZEROES TO WRITTEN-COUNT.
           OPEN INPUT NARROW-COMICS-FILE.
           IF NARROW-COMICS-FILE-STATUS NOT = "00"
               DISPLAY ERROR-CANT-WIDEN
           ELSE
               OPEN OUTPUT COMICS-FILE
               PERFORM START-AT-FIRST-NARROW-RECORD
               PERFORM WIDEN-ONE-RECORD
               UNTIL EOF-SWITCH = "Y"
               CLOSE COMICS-FILE
               CLOSE NARROW-COMICS-FILE
               PERFORM PRINT-WIDEN-TOTALS.

       START-AT-FIRST-NARROW-RECORD.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZEROES TO NARROW-COMIC-ID.
           START NARROW-COMICS-FILE KEY IS NOT LESS THAN NARROW-COMIC-ID
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.

      * The fields the old layout never had are left blank: the
      * value in the house currency, and no owner named.
       WIDEN-ONE-RECORD.
           READ NARROW-COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               ADD 1 TO READ-COUNT
               MOVE SPACE TO COMIC-RECORD
               MOVE NARROW-COMIC-ID TO COMIC-ID
               MOVE NARROW-COMIC-HOUSE TO COMIC-HOUSE
               MOVE NARROW-COMIC-ISSUE TO COMIC-ISSUE
               MOVE NARROW-COMIC-CHARACTER TO COMIC-CHARACTER
               MOVE NARROW-COMIC-NAME TO COMIC-NAME
               MOVE NARROW-COMIC-SERIES-ID TO COMIC-SERIES-ID
               MOVE NARROW-COMIC-COPY-NUMBER TO COMIC-COPY-NUMBER
               MOVE NARROW-COMIC-CONDITION TO COMIC-CONDITION
               MOVE NARROW-COMIC-VALUE TO COMIC-VALUE
               MOVE NARROW-LOAN-TO-NAME TO LOAN-TO-NAME
               MOVE NARROW-LOAN-DATE TO LOAN-DATE
               MOVE NARROW-LOAN-DUE-DATE TO LOAN-DUE-DATE
               MOVE NARROW-COMIC-COVER-PATH TO COMIC-COVER-PATH
               MOVE NARROW-DATE-ACQUIRED TO DATE-ACQUIRED
               MOVE NARROW-COMIC-DEALER TO COMIC-DEALER
               MOVE NARROW-COMIC-STATUS TO COMIC-STATUS
               MOVE NARROW-COMIC-STATUS-DATE TO COMIC-STATUS-DATE
               MOVE NARROW-COMIC-LOCATION TO COMIC-LOCATION
               MOVE NARROW-COMIC-BARCODE TO COMIC-BARCODE
               MOVE SPACE TO COMIC-CURRENCY
               MOVE SPACE TO COMIC-OWNER
               PERFORM WRITE-WIDENED-RECORD.

       WRITE-WIDENED-RECORD.
           WRITE COMIC-RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WRITTEN-COUNT.

       PRINT-WIDEN-TOTALS.
           MOVE READ-COUNT TO READ-COUNT-ED.
           MOVE WRITTEN-COUNT TO WRITTEN-COUNT-ED.
           DISPLAY TEXT-WIDEN-READ READ-COUNT-ED.
           DISPLAY TEXT-WIDEN-WRITTEN WRITTEN-COUNT-ED.
           DISPLAY TEXT-WIDEN-DONE.
           DISPLAY TEXT-WIDEN-BAK-NOTE.

       COPY "LANGUAGE-LOAD.cbl".

       COPY "WIDEN-WS-ENG.cbl".

       END PROGRAM WIDEN-COMICS-FILE.
