      * Physic file in dinamic mode.
       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".

       DATA DIVISION.
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
       COPY "IMAGELOG-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       77 EOF-SWITCH PIC X.
       77 SWEEP-STOPPED PIC X.
       77 SCAN-FIELD PIC X(13).
       77 SAVED-COUNT-ED PIC Z(4)9.
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).

       COPY "BARCODE-WS-ESP.cbl".
       COPY "AUDIT-WS-ESP.cbl".
           PERFORM APPEND-AUDIT-LINE.

       APPEND-AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".
