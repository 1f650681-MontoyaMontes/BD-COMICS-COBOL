       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDEX-HISTORY-FILES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "LOANHIST-PHYSIC-FILE.cbl".
       COPY "CONDHIST-PHYSIC-FILE.cbl".
       COPY "LINELOAN-PHYSIC-FILE.cbl".
       COPY "LINECOND-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOANHIST-LOGIC-FILE.cbl".
       COPY "CONDHIST-LOGIC-FILE.cbl".
       COPY "LINELOAN-LOGIC-FILE.cbl".
       COPY "LINECOND-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       77 INDEX-ANSWER PIC X.
       77 LEDGER-READY PIC X.
       77 EOF-SWITCH PIC X.
       77 READ-COUNT PIC 9(07).
       77 WRITTEN-COUNT PIC 9(07).
       77 REJECTED-COUNT PIC 9(07).
       77 ON-FILE-COUNT PIC 9(07).
       77 BALANCE-COUNT PIC 9(07).
       77 COUNT-ED PIC Z(6)9.
       77 COPY-STATUS PIC S9(09) COMP-5.
       77 LOAN-HISTORY-FILE-STATUS PIC X(02).
       77 CONDITION-HISTORY-FILE-STATUS PIC X(02).
       77 LINE-LOAN-FILE-STATUS PIC X(02).
       77 LINE-CONDITION-FILE-STATUS PIC X(02).
      * Same names the SELECTs assign the files to; kept as literals
      * here since the set-aside copy is a plain file operation that
      * does not go through COBOL I-O at all.
       77 LOAN-FILE-NAME PIC X(40)
           VALUE "bd-comic-loan-history.dat".
       77 LINE-LOAN-FILE-NAME PIC X(40)
           VALUE "bd-comic-loan-history-lines.dat".
       77 CONDITION-FILE-NAME PIC X(40)
           VALUE "bd-comic-condition-history.dat".
       77 LINE-CONDITION-FILE-NAME PIC X(40)
           VALUE "bd-comic-condition-history-lines.dat".

       COPY "INDEXHIST-WS-ESP.cbl".

      * One-time pass for a site whose loan and condition histories
      * are still the line-sequential ledgers they started as: each
      * is set aside under a -lines.dat name, and every line is
      * written back into a freshly built keyed file under today's
      * name, keyed by comic and by the date it was written. The
      * old lines never said the time, so each takes its line
      * number in the old file in its place, which keeps one
      * comic's entries of one day in the order they were written.
      * A line whose comic ID is not a number cannot be keyed and
      * is counted as rejected. The counts must balance: lines
      * read against entries written plus lines rejected, and the
      * entries written against those the keyed file holds when it
      * is read back. The set-aside files stay on disk as the
      * fallback. The yearly archives stay line files and are read
      * as before.
       PROCEDURE DIVISION.
       START-PROGRAM.
           PERFORM LOAD-LANGUAGE-SETTING.
           DISPLAY TEXT-INDEX-TITLE.
           PERFORM ASK-INDEX-QUESTION.
           IF INDEX-ANSWER = "Y"
               PERFORM INDEX-LOAN-HISTORY
               PERFORM INDEX-CONDITION-HISTORY
               DISPLAY TEXT-INDEX-DONE.
           END-PROGRAM.
               GOBACK.

       ASK-INDEX-QUESTION.
           DISPLAY TEXT-INDEX-QUESTION.
           ACCEPT INDEX-ANSWER.
           IF INDEX-ANSWER = "y"
               MOVE "Y" TO INDEX-ANSWER.
           IF INDEX-ANSWER NOT = "Y"
               MOVE "N" TO INDEX-ANSWER.

       INDEX-LOAN-HISTORY.
           DISPLAY " ".
           DISPLAY TEXT-INDEX-LOAN-TITLE.
           PERFORM SET-ASIDE-LOAN-FILE.
           IF LEDGER-READY = "Y"
               PERFORM LOAD-LOAN-ENTRIES
               PERFORM COUNT-LOAN-ENTRIES
               PERFORM PRINT-INDEX-TOTALS.

      * A first run finds no -lines.dat file and copies the live
      * ledger aside, then removes it so the keyed file can be
      * built under its name. A rerun after an abort finds the
      * set-aside copy already there and loads from that, so the
      * keyed file is never fed back in as if it were lines.
       SET-ASIDE-LOAN-FILE.
           MOVE "Y" TO LEDGER-READY.
           OPEN INPUT LINE-LOAN-FILE.
           IF LINE-LOAN-FILE-STATUS = "35"
               CALL "CBL_COPY_FILE" USING LOAN-FILE-NAME
                   LINE-LOAN-FILE-NAME
                   RETURNING COPY-STATUS
               IF COPY-STATUS NOT = ZERO
                   DISPLAY TEXT-INDEX-NO-OLD
                   MOVE "N" TO LEDGER-READY
               ELSE
                   CALL "CBL_DELETE_FILE" USING LOAN-FILE-NAME
               END-IF
           ELSE
               CLOSE LINE-LOAN-FILE.

       LOAD-LOAN-ENTRIES.
           MOVE ZEROES TO READ-COUNT.
           MOVE ZEROES TO WRITTEN-COUNT.
           MOVE ZEROES TO REJECTED-COUNT.
           OPEN INPUT LINE-LOAN-FILE.
           OPEN OUTPUT LOAN-HISTORY-FILE.
           IF LINE-LOAN-FILE-STATUS NOT = "00" OR
              LOAN-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY ERROR-CANT-INDEX
           ELSE
               MOVE "N" TO EOF-SWITCH
               PERFORM INDEX-ONE-LOAN-LINE
               UNTIL EOF-SWITCH = "Y".
           CLOSE LOAN-HISTORY-FILE.
           CLOSE LINE-LOAN-FILE.

      * The key date is the day the line was written: the in-date
      * on a checkin, the out-date on a checkout or a renewal.
       INDEX-ONE-LOAN-LINE.
           READ LINE-LOAN-FILE
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               ADD 1 TO READ-COUNT
               MOVE LINE-LOAN-RECORD TO LOAN-HISTORY-RECORD
               IF HIST-COMIC-ID IS NUMERIC
                   PERFORM KEY-ONE-LOAN-ENTRY
               ELSE
                   ADD 1 TO REJECTED-COUNT.

       KEY-ONE-LOAN-ENTRY.
           MOVE HIST-COMIC-ID TO HIST-KEY-COMIC-ID.
           MOVE ZEROES TO HIST-ENTRY-DATE.
           IF HIST-OUT-DATE IS NUMERIC
               MOVE HIST-OUT-DATE TO HIST-ENTRY-DATE.
           IF HIST-IN-DATE IS NUMERIC AND HIST-IN-DATE NOT = ZEROES
               MOVE HIST-IN-DATE TO HIST-ENTRY-DATE.
           MOVE READ-COUNT TO HIST-ENTRY-TIME.
           WRITE LOAN-HISTORY-RECORD
           INVALID KEY
               ADD 1 TO REJECTED-COUNT
           NOT INVALID KEY
               ADD 1 TO WRITTEN-COUNT.

       COUNT-LOAN-ENTRIES.
           MOVE ZEROES TO ON-FILE-COUNT.
           OPEN INPUT LOAN-HISTORY-FILE.
           IF LOAN-HISTORY-FILE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               PERFORM COUNT-ONE-LOAN-ENTRY
               UNTIL EOF-SWITCH = "Y"
               CLOSE LOAN-HISTORY-FILE.

       COUNT-ONE-LOAN-ENTRY.
           READ LOAN-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               ADD 1 TO ON-FILE-COUNT.

       INDEX-CONDITION-HISTORY.
           DISPLAY " ".
           DISPLAY TEXT-INDEX-COND-TITLE.
           PERFORM SET-ASIDE-CONDITION-FILE.
           IF LEDGER-READY = "Y"
               PERFORM LOAD-CONDITION-ENTRIES
               PERFORM COUNT-CONDITION-ENTRIES
               PERFORM PRINT-INDEX-TOTALS.

       SET-ASIDE-CONDITION-FILE.
           MOVE "Y" TO LEDGER-READY.
           OPEN INPUT LINE-CONDITION-FILE.
           IF LINE-CONDITION-FILE-STATUS = "35"
               CALL "CBL_COPY_FILE" USING CONDITION-FILE-NAME
                   LINE-CONDITION-FILE-NAME
                   RETURNING COPY-STATUS
               IF COPY-STATUS NOT = ZERO
                   DISPLAY TEXT-INDEX-NO-OLD
                   MOVE "N" TO LEDGER-READY
               ELSE
                   CALL "CBL_DELETE_FILE" USING CONDITION-FILE-NAME
               END-IF
           ELSE
               CLOSE LINE-CONDITION-FILE.

       LOAD-CONDITION-ENTRIES.
           MOVE ZEROES TO READ-COUNT.
           MOVE ZEROES TO WRITTEN-COUNT.
           MOVE ZEROES TO REJECTED-COUNT.
           OPEN INPUT LINE-CONDITION-FILE.
           OPEN OUTPUT CONDITION-HISTORY-FILE.
           IF LINE-CONDITION-FILE-STATUS NOT = "00" OR
              CONDITION-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY ERROR-CANT-INDEX
           ELSE
               MOVE "N" TO EOF-SWITCH
               PERFORM INDEX-ONE-CONDITION-LINE
               UNTIL EOF-SWITCH = "Y".
           CLOSE CONDITION-HISTORY-FILE.
           CLOSE LINE-CONDITION-FILE.

       INDEX-ONE-CONDITION-LINE.
           READ LINE-CONDITION-FILE
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               ADD 1 TO READ-COUNT
               MOVE LINE-CONDITION-RECORD TO CONDITION-HISTORY-RECORD
               IF CH-COMIC-ID IS NUMERIC
                   PERFORM KEY-ONE-CONDITION-ENTRY
               ELSE
                   ADD 1 TO REJECTED-COUNT.

       KEY-ONE-CONDITION-ENTRY.
           MOVE CH-COMIC-ID TO CH-KEY-COMIC-ID.
           MOVE ZEROES TO CH-KEY-DATE.
           IF CH-DATE IS NUMERIC
               MOVE CH-DATE TO CH-KEY-DATE.
           MOVE READ-COUNT TO CH-KEY-TIME.
           WRITE CONDITION-HISTORY-RECORD
           INVALID KEY
               ADD 1 TO REJECTED-COUNT
           NOT INVALID KEY
               ADD 1 TO WRITTEN-COUNT.

       COUNT-CONDITION-ENTRIES.
           MOVE ZEROES TO ON-FILE-COUNT.
           OPEN INPUT CONDITION-HISTORY-FILE.
           IF CONDITION-HISTORY-FILE-STATUS = "00"
               MOVE "N" TO EOF-SWITCH
               PERFORM COUNT-ONE-CONDITION-ENTRY
               UNTIL EOF-SWITCH = "Y"
               CLOSE CONDITION-HISTORY-FILE.

       COUNT-ONE-CONDITION-ENTRY.
           READ CONDITION-HISTORY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EOF-SWITCH.
           IF EOF-SWITCH = "N"
               ADD 1 TO ON-FILE-COUNT.

       PRINT-INDEX-TOTALS.
           MOVE READ-COUNT TO COUNT-ED.
           DISPLAY TEXT-INDEX-READ COUNT-ED.
           MOVE WRITTEN-COUNT TO COUNT-ED.
           DISPLAY TEXT-INDEX-WRITTEN COUNT-ED.
           MOVE REJECTED-COUNT TO COUNT-ED.
           DISPLAY TEXT-INDEX-REJECTED COUNT-ED.
           MOVE ON-FILE-COUNT TO COUNT-ED.
           DISPLAY TEXT-INDEX-ON-FILE COUNT-ED.
           COMPUTE BALANCE-COUNT = WRITTEN-COUNT + REJECTED-COUNT.
           IF BALANCE-COUNT = READ-COUNT AND
              ON-FILE-COUNT = WRITTEN-COUNT
               DISPLAY TEXT-INDEX-BALANCED
           ELSE
               DISPLAY TEXT-INDEX-UNBALANCED.

       COPY "LANGUAGE-LOAD.cbl".

       COPY "INDEXHIST-WS-ENG.cbl".

       END PROGRAM INDEX-HISTORY-FILES.
