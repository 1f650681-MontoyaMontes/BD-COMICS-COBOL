       SELECT CHAIN-FILE
      * Single-record control file holding where the check chain on
      * the audit log and on the day journal stands: the sequence
      * number and check value of the newest line written, and of
      * the line each file currently starts after.
       ASSIGN TO "bd-comic-chain.dat"
       ORGANIZATION IS SEQUENTIAL
      * Both stations stamp lines through it, so it is opened
      * shared and the record is held WITH LOCK from taking the
      * next link until the ledger line carrying it is written.
       SHARING WITH ALL OTHER
       LOCK MODE IS MANUAL
       FILE STATUS IS CHAIN-FILE-STATUS.
