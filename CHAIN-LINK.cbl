       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-LINK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "CHAIN-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "CHAIN-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       77 CHAIN-FILE-STATUS PIC X(02).
       77 CHAIN-FOUND PIC X.
       77 TEXT-INDEX PIC 9(04).
       77 CHAIN-WORK PIC 9(11).
       77 CHAIN-QUOTIENT PIC 9(11).
       77 LOCK-WAIT-SECONDS PIC 9(02) VALUE 1.
       01 SEQUENCE-DIGITS PIC 9(09).
       01 SEQUENCE-TEXT REDEFINES SEQUENCE-DIGITS PIC X(09).
      * One character at a time is dropped into the low byte of a
      * halfword so it can be added in as a number.
       01 CHAR-CODE-AREA.
           05 CHAR-CODE PIC 9(04) COMP.
       01 CHAR-CODE-BYTES REDEFINES CHAR-CODE-AREA.
           05 CHAR-CODE-HIGH PIC X(01).
           05 CHAR-CODE-LOW  PIC X(01).

       LINKAGE SECTION.
       COPY "CHAINCALL-WS.cbl".

      * Every audit and journal line is stamped through here so the
      * chain has one keeper. Each line carries a running sequence
      * number and a check value worked out from the line's own
      * text, its sequence number and the check value of the line
      * before it; changing, dropping or moving any line breaks
      * the chain from that point on, which VERIFY-AUDIT-CHAIN
      * reports. The control file is opened and closed per line,
      * like the ledgers themselves, but stays locked from the
      * moment a link is taken until the caller has appended the
      * line that carries it; otherwise two stations could take
      * links in one order and land their lines in the other.
       PROCEDURE DIVISION USING CHAIN-CALL-AREA.
       START-PROGRAM.
           EVALUATE CCA-ACTION
               WHEN "N"
                   PERFORM TAKE-NEXT-LINK
               WHEN "W"
                   PERFORM ADVANCE-THE-CHAIN
               WHEN "C"
                   PERFORM WORK-OUT-CHECK
               WHEN "R"
                   PERFORM REPORT-THE-CHAIN
               WHEN "B"
                   PERFORM REBASE-THE-CHAIN
               WHEN "L"
                   PERFORM HOLD-THE-CHAIN
               WHEN "U"
                   PERFORM REBASE-HELD-CHAIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-PROGRAM.
               GOBACK.

       TAKE-NEXT-LINK.
           PERFORM OPEN-CHAIN-FOR-UPDATE.
           COMPUTE CCA-SEQUENCE =
               CHAIN-LAST-SEQUENCE(CCA-LEDGER) + 1.
           MOVE CHAIN-LAST-CHECK(CCA-LEDGER) TO CCA-PRIOR-CHECK.
           PERFORM WORK-OUT-CHECK.

      * The control record is still held from TAKE-NEXT-LINK, so
      * the link it records is the one the caller just wrote.
       ADVANCE-THE-CHAIN.
           MOVE CCA-SEQUENCE TO CHAIN-LAST-SEQUENCE(CCA-LEDGER).
           MOVE CCA-CHECK TO CHAIN-LAST-CHECK(CCA-LEDGER).
           PERFORM PUT-CHAIN-RECORD.

       REBASE-THE-CHAIN.
           PERFORM OPEN-CHAIN-FOR-UPDATE.
           PERFORM REBASE-HELD-CHAIN.

      * A file cut while the control record is held here cannot
      * gain a line chained to its old tail before the new base
      * is in place: any other station's next link waits on the
      * lock until REBASE-HELD-CHAIN lets it go.
       HOLD-THE-CHAIN.
           PERFORM OPEN-CHAIN-FOR-UPDATE.
           PERFORM REPORT-HELD-CHAIN.

       REBASE-HELD-CHAIN.
           MOVE CCA-BASE-SEQUENCE TO CHAIN-BASE-SEQUENCE(CCA-LEDGER).
           MOVE CCA-BASE-CHECK TO CHAIN-BASE-CHECK(CCA-LEDGER).
           IF CHAIN-LAST-SEQUENCE(CCA-LEDGER) < CCA-BASE-SEQUENCE
               MOVE CCA-BASE-SEQUENCE
                   TO CHAIN-LAST-SEQUENCE(CCA-LEDGER)
               MOVE CCA-BASE-CHECK TO CHAIN-LAST-CHECK(CCA-LEDGER).
           PERFORM PUT-CHAIN-RECORD.

      * No control file yet reads as a chain that has not started:
      * everything at zero. A file held by another station is
      * waited for, as on an update.
       REPORT-THE-CHAIN.
           MOVE ZEROES TO CHAIN-RECORD.
           OPEN INPUT CHAIN-FILE.
           PERFORM WAIT-TO-READ-CHAIN
           UNTIL CHAIN-FILE-STATUS NOT = "61".
           IF CHAIN-FILE-STATUS NOT = "35"
               READ CHAIN-FILE
                   AT END
                   MOVE ZEROES TO CHAIN-RECORD
               END-READ
               CLOSE CHAIN-FILE.
           PERFORM REPORT-HELD-CHAIN.

       WAIT-TO-READ-CHAIN.
           CALL "C$SLEEP" USING LOCK-WAIT-SECONDS.
           OPEN INPUT CHAIN-FILE.

       REPORT-HELD-CHAIN.
           MOVE CHAIN-BASE-SEQUENCE(CCA-LEDGER) TO CCA-BASE-SEQUENCE.
           MOVE CHAIN-BASE-CHECK(CCA-LEDGER) TO CCA-BASE-CHECK.
           MOVE CHAIN-LAST-SEQUENCE(CCA-LEDGER) TO CCA-SEQUENCE.
           MOVE CHAIN-LAST-CHECK(CCA-LEDGER) TO CCA-CHECK.

      * Same seeding as the ID control file: a fresh system gets an
      * empty file first, then the single record is written or
      * rewritten in place. While the other station holds the
      * record, the open is refused ("61") or the read comes back
      * "51", depending on how the file handler locks; either way
      * it is simply tried again a second later, since the other
      * side only holds it for one line or one cut of a ledger.
       OPEN-CHAIN-FOR-UPDATE.
           PERFORM OPEN-AND-READ-CHAIN.
           PERFORM WAIT-FOR-CHAIN-LOCK
           UNTIL CHAIN-FILE-STATUS NOT = "51" AND
                 CHAIN-FILE-STATUS NOT = "61".

       OPEN-AND-READ-CHAIN.
           OPEN I-O CHAIN-FILE.
           IF CHAIN-FILE-STATUS = "35"
               PERFORM SEED-CHAIN-FILE.
           IF CHAIN-FILE-STATUS NOT = "61"
               PERFORM READ-CHAIN-LOCKED.

       READ-CHAIN-LOCKED.
           MOVE "Y" TO CHAIN-FOUND.
           READ CHAIN-FILE WITH LOCK
           AT END
               MOVE "N" TO CHAIN-FOUND
               MOVE ZEROES TO CHAIN-RECORD.

       WAIT-FOR-CHAIN-LOCK.
           CALL "C$SLEEP" USING LOCK-WAIT-SECONDS.
           IF CHAIN-FILE-STATUS = "51"
               CLOSE CHAIN-FILE.
           PERFORM OPEN-AND-READ-CHAIN.

       PUT-CHAIN-RECORD.
           IF CHAIN-FOUND = "N"
               WRITE CHAIN-RECORD
           ELSE
               REWRITE CHAIN-RECORD.
           CLOSE CHAIN-FILE.

       SEED-CHAIN-FILE.
           OPEN OUTPUT CHAIN-FILE.
           MOVE ZEROES TO CHAIN-RECORD.
           WRITE CHAIN-RECORD.
           CLOSE CHAIN-FILE.
           OPEN I-O CHAIN-FILE.

      * The check runs over the sequence number and then the text,
      * character by character, starting from the prior check; the
      * remainder by a large prime keeps it to eight digits while
      * letting every character and its position count.
       WORK-OUT-CHECK.
           MOVE CCA-PRIOR-CHECK TO CHAIN-WORK.
           MOVE CCA-SEQUENCE TO SEQUENCE-DIGITS.
           MOVE ZEROES TO TEXT-INDEX.
           PERFORM FOLD-SEQUENCE-CHAR
           UNTIL TEXT-INDEX = 9.
           MOVE ZEROES TO TEXT-INDEX.
           PERFORM FOLD-TEXT-CHAR
           UNTIL TEXT-INDEX = CCA-TEXT-LENGTH.
           MOVE CHAIN-WORK TO CCA-CHECK.

       FOLD-SEQUENCE-CHAR.
           ADD 1 TO TEXT-INDEX.
           MOVE SEQUENCE-TEXT(TEXT-INDEX:1) TO CHAR-CODE-LOW.
           PERFORM FOLD-ONE-CHAR.

       FOLD-TEXT-CHAR.
           ADD 1 TO TEXT-INDEX.
           MOVE CCA-TEXT(TEXT-INDEX:1) TO CHAR-CODE-LOW.
           PERFORM FOLD-ONE-CHAR.

       FOLD-ONE-CHAR.
           MOVE LOW-VALUE TO CHAR-CODE-HIGH.
           COMPUTE CHAIN-WORK = CHAIN-WORK * 31 + CHAR-CODE + 1.
           DIVIDE CHAIN-WORK BY 99999989
               GIVING CHAIN-QUOTIENT REMAINDER CHAIN-WORK.

       END PROGRAM CHAIN-LINK.
