       FILE-CONTROL.
       COPY "PHYSIC-FILE.cbl".
       COPY "CATALOG-PHYSIC-FILE.cbl".
       COPY "RECONCILE-PHYSIC-FILE.cbl".

       COPY "LANGUAGE-PHYSIC-FILE.cbl".
       FILE SECTION.
       COPY "LOGIC-FILE.cbl".
       COPY "CATALOG-LOGIC-FILE.cbl".
       COPY "RECONCILE-LOGIC-FILE.cbl".

       COPY "LANGUAGE-LOGIC-FILE.cbl".

       WORKING-STORAGE SECTION.
       COPY "LANGUAGE-WS.cbl".
       COPY "AUDITLOG-WS.cbl".
       COPY "FILE-STATUS-WS.cbl".
      * The caller must have COMICS-FILE CLOSED while this program
      * runs: the restore is a plain file copy over bd-comic.dat,
       77 AUDIT-DATE PIC 9(08).
       77 AUDIT-TIME PIC 9(08).
       77 CATALOG-FILE-STATUS PIC X(02).
       77 RECONCILE-FILE-STATUS PIC X(02).
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 100 TIMES.
                  AUDIT-LABEL-RECOVER DELIMITED BY SIZE
                  CT-BACKUP-NAME(PICK-NUMBER) DELIMITED BY SIZE
                  INTO AUDIT-LINE.
           CALL "WRITE-AUDIT-LOG" USING AUDIT-LOG-CALL-AREA.


       COPY "LANGUAGE-LOAD.cbl".
