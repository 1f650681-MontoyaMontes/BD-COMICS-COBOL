       SELECT BORLEDG-FILE
      * Every amount a borrower is charged or pays, whoever keyed
      * it, so what a person owes is always the sum of their lines
      * and never a figure someone typed over.
       ASSIGN TO "bd-comic-borrower-ledger.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS BORLEDG-FILE-STATUS.
