      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "RECONCILE-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".
       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "RECONCILE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".
       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       77 RECORD-FOUND PIC X.
       77 ID-COMIC-FIELD PIC Z(5).
       77 DELETE-ANSWER PIC X.
       77 AUDIT-TIME PIC 9(08).
       77 RECONCILE-EOF-SWITCH PIC X.
       77 ACTUAL-RECORD-COUNT PIC 9(07).
       77 RECONCILE-FILE-STATUS PIC X(02).

       COPY "DELETE-WS-ESP.cbl".
                  " " DELIMITED BY SIZE
                  COMIC-NAME DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.

      * Records what this job believes COMICS-FILE holds at the
      * moment it finishes, so a later reconciliation run can catch
