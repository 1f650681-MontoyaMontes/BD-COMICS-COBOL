      * Hand-off area for the CHAIN-LINK subprogram. The action
      * says what is wanted:
      *   N  next link: the subprogram works out the sequence
      *      number and check value to stamp on the text passed
      *      in, and keeps the control file open and locked so
      *      no other station can take a link meanwhile;
      *   W  written: the line stamped under N is on the ledger,
      *      so the chain is moved on and the lock let go;
      *   C  check only: the check value the text would carry
      *      after the prior check given, the control file is left
      *      alone (the verification pass uses this);
      *   R  read: where the ledger's chain stands, base and last;
      *   B  rebase: the ledger's file now starts after the base
      *      link given;
      *   L  lock: as R, but the control file is kept open and
      *      locked so the caller can cut the ledger's file with
      *      no other station adding to it meanwhile;
      *   U  unlock: as B on the control record held under L,
      *      which is then let go.
       01 CHAIN-CALL-AREA.
           05 CCA-ACTION        PIC X(01).
           05 CCA-LEDGER        PIC 9(01).
               88 CCA-AUDIT-LEDGER   VALUE 1.
               88 CCA-JOURNAL-LEDGER VALUE 2.
           05 CCA-PRIOR-CHECK   PIC 9(08).
           05 CCA-SEQUENCE      PIC 9(09).
           05 CCA-CHECK         PIC 9(08).
           05 CCA-BASE-SEQUENCE PIC 9(09).
           05 CCA-BASE-CHECK    PIC 9(08).
           05 CCA-TEXT-LENGTH   PIC 9(04).
           05 CCA-TEXT          PIC X(640).
