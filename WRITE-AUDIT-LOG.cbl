       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-AUDIT-LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "AUDIT-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "AUDIT-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "OPERATOR-SESSION-WS.cbl".
       77 AUDIT-FILE-STATUS PIC X(02).
       COPY "CHAINCALL-WS.cbl".

       LINKAGE SECTION.
       COPY "AUDITLOG-WS.cbl".

      * Every program that leaves a line on the audit log hands it
      * here instead of each carrying its own copy of the append
      * logic, the same way WRITE-IMAGE-LOG takes the record
      * images; the line is stamped with whoever is signed on, so
      * two stations working at once can be told apart afterwards.
       PROCEDURE DIVISION USING AUDIT-LOG-CALL-AREA.
       START-PROGRAM.
           MOVE SPACE TO AUDIT-RECORD.
           MOVE AUDIT-LINE OF AUDIT-LOG-CALL-AREA
               TO AUDIT-LINE OF AUDIT-RECORD.
           PERFORM STAMP-OPERATOR.
           PERFORM STAMP-CHAIN-LINK.
           OPEN EXTEND AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "35"
               PERFORM SEED-AUDIT-FILE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
           PERFORM CLOSE-CHAIN-LINK.
           END-PROGRAM.
               GOBACK.

      * Nobody signs on to the overnight chain or to a job started
      * from the command line, so those lines say so instead of
      * being left blank.
       STAMP-OPERATOR.
           IF SESSION-OPERATOR-ID = SPACE OR
              SESSION-OPERATOR-ID = LOW-VALUE
               MOVE "BATCH" TO AUDIT-OPERATOR
           ELSE
               MOVE SESSION-OPERATOR-ID TO AUDIT-OPERATOR.

      * The line and its operator are what the check covers; a
      * later edit to either shows up as a broken chain. The chain
      * stays locked from here until CLOSE-CHAIN-LINK, so no other
      * station's line can land between taking the link and
      * appending the line that carries it.
       STAMP-CHAIN-LINK.
           MOVE "N" TO CCA-ACTION.
           MOVE 1 TO CCA-LEDGER.
           MOVE 260 TO CCA-TEXT-LENGTH.
           MOVE AUDIT-RECORD(1:260) TO CCA-TEXT.
           CALL "CHAIN-LINK" USING CHAIN-CALL-AREA.
           MOVE CCA-SEQUENCE TO AUDIT-SEQUENCE.
           MOVE CCA-CHECK TO AUDIT-CHECK.

       CLOSE-CHAIN-LINK.
           MOVE "W" TO CCA-ACTION.
           CALL "CHAIN-LINK" USING CHAIN-CALL-AREA.

      * OPEN EXTEND does not create a missing file, so on a fresh
      * system this seeds an empty log before appending to it.
       SEED-AUDIT-FILE.
           OPEN OUTPUT AUDIT-FILE.
           CLOSE AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.

       END PROGRAM WRITE-AUDIT-LOG.
