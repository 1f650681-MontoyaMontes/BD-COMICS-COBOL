       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "ARCHIVE-PHYSIC-FILE.cbl".
       COPY "RECONCILE-PHYSIC-FILE.cbl".

       COPY "PARAMS-PHYSIC-FILE.cbl".
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "ARCHIVE-LOGIC-FILE.cbl".
       COPY "RECONCILE-LOGIC-FILE.cbl".

       COPY "PARAMS-LOGIC-FILE.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "RUNLOG-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       77 UNATTENDED-MODE PIC X.
       77 PARAM-PURGE-CUTOFF PIC 9(08).
       77 PARAMS-FILE-STATUS PIC X(02).
      * The record image is saved before the DELETE because the
      * record area is not guaranteed past it, and the archive line
      * is only written once the DELETE has really happened.
      * Wide enough for today's 290-byte COMIC-RECORD with room
      * to grow, so the archive line, the audit line and the image
      * ledger all keep the record whole.
       01 SAVED-COMIC-RECORD PIC X(300).
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 ARCHIVE-FILE-STATUS PIC X(02).
       77 RECONCILE-EOF-SWITCH PIC X.
       77 ACTUAL-RECORD-COUNT PIC 9(07).
       77 RECONCILE-FILE-STATUS PIC X(02).
           ACCEPT PURGE-DATE FROM DATE YYYYMMDD.
           OPEN I-O COMICS-FILE.
           PERFORM OPEN-ARCHIVE-FILE.
           MOVE ZEROES TO PURGED-COUNT.
           MOVE ZEROES TO FAILED-COUNT.
           PERFORM START-AT-FIRST-RECORD.
           PERFORM PURGE-ONE-RECORD
           UNTIL EOF-SWITCH = "Y".
           CLOSE ARCHIVE-FILE.
           PERFORM WRITE-CONTROL-TOTAL.
           CLOSE COMICS-FILE.
               CLOSE ARCHIVE-FILE
               OPEN EXTEND ARCHIVE-FILE.

       WRITE-PURGE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
                  " " DELIMITED BY SIZE
                  COMIC-NAME DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.


      * Records what this job believes COMICS-FILE holds at the
