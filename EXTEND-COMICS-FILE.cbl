       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTEND-COMICS-FILE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "EXTEND-PHYSIC-FILE.cbl".
       COPY "OWNER-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "EXTEND-LOGIC-FILE.cbl".
       COPY "OWNER-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       77 EXTEND-ANSWER PIC X.
       77 EOF-SWITCH PIC X.
       77 OWNER-OK PIC X.
       77 STAMP-OWNER PIC X(05).
       77 READ-COUNT PIC 9(07).
       77 WRITTEN-COUNT PIC 9(07).
       77 READ-COUNT-ED PIC Z(6)9.
       77 WRITTEN-COUNT-ED PIC Z(6)9.
       77 COPY-STATUS PIC S9(09) COMP-5.
       77 SHORT-COMICS-FILE-STATUS PIC X(02).
       77 OWNER-FILE-STATUS PIC X(02).
      * Same names the SELECTs assign the files to; kept as literals
      * here since the set-aside copy is a plain file operation that
      * does not go through COBOL I-O at all.
       77 SOURCE-FILE-NAME PIC X(20) VALUE "bd-comic.dat".
       77 SHORT-FILE-NAME PIC X(20) VALUE "bd-comic-short.dat".

       COPY "EXTEND-WS-ESP.cbl".

      * One-time pass for a site whose bd-comic.dat predates the
      * owner code: the current file is set aside as
      * bd-comic-short.dat, each record is re-written in today's
      * layout, and bd-comic.dat comes out freshly indexed. Most
      * collections start out as one person's, so the operator may
      * name one owner from the registry to stamp on every comic;
      * a blank answer leaves them all unassigned, to be handed
      * out afterwards through the ownership transfer. Backups
      * taken before the extension keep the old record length, so
      * they can no longer be restored through RESTORE-BACKUP; the
      * set-aside file itself stays on disk as the fallback. Files
      * older still go through WIDEN-COMICS-FILE or
      * EXPAND-COMICS-FILE instead, which already write today's
      * layout.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           DISPLAY TEXT-EXTEND-TITLE.
           PERFORM ASK-EXTEND-QUESTION.
           IF EXTEND-ANSWER = "Y"
               PERFORM GET-STAMP-OWNER
               PERFORM SET-ASIDE-CURRENT-FILE
               IF EXTEND-ANSWER = "Y"
                   PERFORM EXTEND-THE-FILE.
           END-PROGRAM.
               GOBACK.

       ASK-EXTEND-QUESTION.
           DISPLAY TEXT-EXTEND-QUESTION.
           ACCEPT EXTEND-ANSWER.
           IF EXTEND-ANSWER = "y"
               MOVE "Y" TO EXTEND-ANSWER.
           IF EXTEND-ANSWER NOT = "Y"
               MOVE "N" TO EXTEND-ANSWER.

       GET-STAMP-OWNER.
           MOVE "N" TO OWNER-OK.
           PERFORM ASK-STAMP-OWNER
           UNTIL OWNER-OK = "Y".

      * A named owner must be an active row on the registry; with
      * no registry yet there is nobody to name, so only a blank
      * answer gets through.
       ASK-STAMP-OWNER.
           DISPLAY TEXT-EXTEND-OWNER-PROMPT.
           MOVE SPACE TO STAMP-OWNER.
           ACCEPT STAMP-OWNER.
           MOVE "Y" TO OWNER-OK.
           IF STAMP-OWNER NOT = SPACE
               OPEN INPUT OWNER-FILE
               IF OWNER-FILE-STATUS = "35"
                   MOVE "N" TO OWNER-OK
               ELSE
                   MOVE STAMP-OWNER TO OWNER-CODE
                   READ OWNER-FILE RECORD
                       INVALID KEY
                       MOVE "N" TO OWNER-OK
                   END-READ
                   IF OWNER-OK = "Y" AND NOT OWNER-ACTIVE
                       MOVE "N" TO OWNER-OK
                   END-IF
                   CLOSE OWNER-FILE
               END-IF
               IF OWNER-OK = "N"
                   DISPLAY ERROR-EXTEND-BAD-OWNER.

      * A first run finds no bd-comic-short.dat and copies the live
      * file aside before touching it. A rerun after an abort finds
      * the set-aside copy already there and extends from that, so
      * running twice can never feed the new-layout file back in as
      * if it were old-layout data.
       SET-ASIDE-CURRENT-FILE.
           OPEN INPUT SHORT-COMICS-FILE.
           IF SHORT-COMICS-FILE-STATUS = "35"
               CALL "CBL_COPY_FILE" USING SOURCE-FILE-NAME
                   SHORT-FILE-NAME
                   RETURNING COPY-STATUS
               IF COPY-STATUS NOT = ZERO
                   DISPLAY TEXT-EXTEND-NO-SHORT
                   MOVE "N" TO EXTEND-ANSWER
               END-IF
           ELSE
               CLOSE SHORT-COMICS-FILE.

       EXTEND-THE-FILE.
           MOVE ZEROES TO READ-COUNT.
           MOVE ZEROES TO WRITTEN-COUNT.
           OPEN INPUT SHORT-COMICS-FILE.
           IF SHORT-COMICS-FILE-STATUS NOT = "00"
               DISPLAY ERROR-CANT-EXTEND
           ELSE
               OPEN OUTPUT COMICS-FILE
               PERFORM START-AT-FIRST-SHORT-RECORD
               PERFORM EXTEND-ONE-RECORD
               UNTIL EOF-SWITCH = "Y"
               CLOSE COMICS-FILE
               CLOSE SHORT-COMICS-FILE
               PERFORM PRINT-EXTEND-TOTALS.

       START-AT-FIRST-SHORT-RECORD.
           MOVE "N" TO EOF-SWITCH.
           MOVE ZEROES TO SHORT-COMIC-ID.
           START SHORT-COMICS-FILE KEY IS NOT LESS THAN SHORT-COMIC-ID
               INVALID KEY
               MOVE "Y" TO EOF-SWITCH.

      * The one field the old layout never had takes the owner
      * named at the start, or stays blank.
       EXTEND-ONE-RECORD.
           READ SHORT-COMICS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               ADD 1 TO READ-COUNT
               MOVE SPACE TO COMIC-RECORD
               MOVE SHORT-COMIC-ID TO COMIC-ID
               MOVE SHORT-COMIC-HOUSE TO COMIC-HOUSE
               MOVE SHORT-COMIC-ISSUE TO COMIC-ISSUE
               MOVE SHORT-COMIC-CHARACTER TO COMIC-CHARACTER
               MOVE SHORT-COMIC-NAME TO COMIC-NAME
               MOVE SHORT-COMIC-SERIES-ID TO COMIC-SERIES-ID
               MOVE SHORT-COMIC-COPY-NUMBER TO COMIC-COPY-NUMBER
               MOVE SHORT-COMIC-CONDITION TO COMIC-CONDITION
               MOVE SHORT-COMIC-VALUE TO COMIC-VALUE
               MOVE SHORT-LOAN-TO-NAME TO LOAN-TO-NAME
               MOVE SHORT-LOAN-DATE TO LOAN-DATE
               MOVE SHORT-LOAN-DUE-DATE TO LOAN-DUE-DATE
               MOVE SHORT-COMIC-COVER-PATH TO COMIC-COVER-PATH
               MOVE SHORT-DATE-ACQUIRED TO DATE-ACQUIRED
               MOVE SHORT-COMIC-DEALER TO COMIC-DEALER
               MOVE SHORT-COMIC-STATUS TO COMIC-STATUS
               MOVE SHORT-COMIC-STATUS-DATE TO COMIC-STATUS-DATE
               MOVE SHORT-COMIC-LOCATION TO COMIC-LOCATION
               MOVE SHORT-COMIC-BARCODE TO COMIC-BARCODE
               MOVE SHORT-COMIC-CURRENCY TO COMIC-CURRENCY
               MOVE STAMP-OWNER TO COMIC-OWNER
               PERFORM WRITE-EXTENDED-RECORD.

       WRITE-EXTENDED-RECORD.
           WRITE COMIC-RECORD
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WRITTEN-COUNT.

       PRINT-EXTEND-TOTALS.
           MOVE READ-COUNT TO READ-COUNT-ED.
           MOVE WRITTEN-COUNT TO WRITTEN-COUNT-ED.
           DISPLAY TEXT-EXTEND-READ READ-COUNT-ED.
           DISPLAY TEXT-EXTEND-WRITTEN WRITTEN-COUNT-ED.
           DISPLAY TEXT-EXTEND-DONE.
           DISPLAY TEXT-EXTEND-BAK-NOTE.

       COPY "LANGUAGE-LOAD.cbl".

       COPY "EXTEND-WS-ENG.cbl".

       END PROGRAM EXTEND-COMICS-FILE.
