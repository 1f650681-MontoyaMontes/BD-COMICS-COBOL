       SELECT BORSTMT-FILE
      * Printable borrower account statement, one section per
      * person with the balance running down the side.
       ASSIGN TO "bd-comic-borrower-statement.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
