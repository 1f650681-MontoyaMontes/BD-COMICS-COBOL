       SELECT CSGSTMT-FILE
      * Printable consignment statement, one section per dealer.
       ASSIGN TO "bd-comic-consign-statement.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
