       FD  OWNER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OWNER-RECORD.
           05 OWNER-CODE         PIC X(05).
           05 OWNER-NAME         PIC X(30).
      * The operator ID whose adds default to this owner; spaces
      * when the owner never signs on at a station.
           05 OWNER-OPERATOR-ID  PIC X(10).
      * An owner who has left the household is set to "B" rather
      * than deleted, so the comics and the transfer ledger still
      * resolve the code to a name; no new comic or transfer may
      * name them.
           05 OWNER-STATUS       PIC X(01).
               88 OWNER-ACTIVE   VALUE "A".
               88 OWNER-RETIRED  VALUE "B".
