       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITE-MOVEMENT-LOG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "MOVEMENT-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "MOVEMENT-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "OPERATOR-SESSION-WS.cbl".
       77 MOVEMENT-FILE-STATUS PIC X(02).

       LINKAGE SECTION.
       COPY "MOVELOG-WS.cbl".

      * Every program that changes where a comic is filed ends the
      * change with one CALL here, the same way WRITE-IMAGE-LOG
      * takes the record images, so the movement ledger cannot miss
      * a move because one program forgot to append its own line.
       PROCEDURE DIVISION USING MOVE-LOG-CALL-AREA.
       START-PROGRAM.
           MOVE SPACE TO MOVEMENT-RECORD.
           ACCEPT MOV-DATE FROM DATE YYYYMMDD.
           ACCEPT MOV-TIME FROM TIME.
           MOVE MLC-COMIC-ID TO MOV-COMIC-ID.
           MOVE MLC-FROM-LOC TO MOV-FROM-LOC.
           MOVE MLC-TO-LOC TO MOV-TO-LOC.
           MOVE MLC-REASON TO MOV-REASON.
           PERFORM TAKE-OPERATOR-STAMP.
           OPEN EXTEND MOVEMENT-FILE.
           IF MOVEMENT-FILE-STATUS = "35"
               PERFORM SEED-MOVEMENT-FILE.
           WRITE MOVEMENT-RECORD.
           CLOSE MOVEMENT-FILE.
           END-PROGRAM.
               GOBACK.

      * Nobody signs on to the overnight chain, so its lines are
      * stamped the same way WRITE-AUDIT-LOG stamps the audit log.
       TAKE-OPERATOR-STAMP.
           IF SESSION-OPERATOR-ID = SPACE OR
              SESSION-OPERATOR-ID = LOW-VALUE
               MOVE "BATCH" TO MOV-OPERATOR
           ELSE
               MOVE SESSION-OPERATOR-ID TO MOV-OPERATOR.

      * OPEN EXTEND does not create a missing file, so on a fresh
      * system this seeds an empty ledger before appending to it.
       SEED-MOVEMENT-FILE.
           OPEN OUTPUT MOVEMENT-FILE.
           CLOSE MOVEMENT-FILE.
           OPEN EXTEND MOVEMENT-FILE.

       END PROGRAM WRITE-MOVEMENT-LOG.
