       SELECT LENDCAT-FILE
      * The printable catalog of what friends may borrow this week;
      * it carries nothing a borrower should not see.
       ASSIGN TO "bd-comic-lending-catalog.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
