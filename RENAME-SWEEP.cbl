       COPY "PHYSIC-FILE.cbl".
       COPY "CHARACTER-PHYSIC-FILE.cbl".
       COPY "PUBLISHER-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       COPY "LOGIC-FILE.cbl".
       COPY "CHARACTER-LOGIC-FILE.cbl".
       COPY "PUBLISHER-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       77 SWEEP-MODE PIC X.
       77 OLD-VALUE-FIELD PIC X(20).
       77 NEW-VALUE-FIELD PIC X(20).
       77 PUBLISHER-FILE-STATUS PIC X(02).
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).

       COPY "RENSWEEP-WS-ESP.cbl".
       COPY "AUDIT-WS-ESP.cbl".
           PERFORM APPEND-AUDIT-LINE.

       APPEND-AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".
