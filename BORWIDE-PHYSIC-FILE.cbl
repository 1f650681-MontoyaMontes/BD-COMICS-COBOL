       SELECT NARROW-BORROWER-FILE
      * The bd-comic-borrowers.dat from before the balance limit,
      * copied aside before the widening runs; the name key sits
      * at the same offset as today.
       ASSIGN TO "bd-comic-borrowers-narrow.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NARROW-BORROWER-NAME
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS NARROW-BORROWER-FILE-STATUS.
