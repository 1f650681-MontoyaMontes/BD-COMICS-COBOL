       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-NOTIFICATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "NOTIFQ-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "NOTIFQ-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "OPERATOR-SESSION-WS.cbl".
       77 NOTIFQ-FILE-STATUS PIC X(02).

       LINKAGE SECTION.
       COPY "NOTIFY-WS.cbl".

      * Every program with something to tell a borrower ends with
      * one CALL here, the same way location changes all go through
      * WRITE-MOVEMENT-LOG, so nothing has to know how the queue is
      * kept or when the dispatch runs. A notice already on the
      * queue, sent or not, is left alone.
       PROCEDURE DIVISION USING NOTIFY-CALL-AREA.
       START-PROGRAM.
           MOVE SPACE TO NOTIFQ-RECORD.
           MOVE NQC-BORROWER TO NTQ-BORROWER.
           MOVE NQC-TYPE TO NTQ-TYPE.
           MOVE NQC-COMIC-ID TO NTQ-COMIC-ID.
           MOVE NQC-REF-DATE TO NTQ-REF-DATE.
           ACCEPT NTQ-QUEUED-DATE FROM DATE YYYYMMDD.
           PERFORM TAKE-OPERATOR-STAMP.
           SET NTQ-PENDING TO TRUE.
           MOVE ZEROES TO NTQ-SENT-DATE.
           PERFORM OPEN-NOTIFQ-FILE.
           SET NQC-QUEUED TO TRUE.
           WRITE NOTIFQ-RECORD
               INVALID KEY
               SET NQC-ALREADY TO TRUE.
           CLOSE NOTIFQ-FILE.
           END-PROGRAM.
               GOBACK.

      * Nobody signs on to the overnight chain, so its rows are
      * stamped the same way WRITE-AUDIT-LOG stamps the audit log.
       TAKE-OPERATOR-STAMP.
           IF SESSION-OPERATOR-ID = SPACE OR
              SESSION-OPERATOR-ID = LOW-VALUE
               MOVE "BATCH" TO NTQ-QUEUED-BY
           ELSE
               MOVE SESSION-OPERATOR-ID TO NTQ-QUEUED-BY.

      * On a fresh system OPEN I-O comes back status 35, so seed the
      * queue with an OPEN OUTPUT before opening it I-O for real.
       OPEN-NOTIFQ-FILE.
           OPEN I-O NOTIFQ-FILE.
           IF NOTIFQ-FILE-STATUS = "35"
               OPEN OUTPUT NOTIFQ-FILE
               CLOSE NOTIFQ-FILE
               OPEN I-O NOTIFQ-FILE.

       END PROGRAM QUEUE-NOTIFICATION.
