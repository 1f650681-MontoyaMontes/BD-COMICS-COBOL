       SELECT MKTEXP-FILE
      * Marketplace upload file: one CSV line per active listing.
       ASSIGN TO "bd-comic-marketplace.csv"
       ORGANIZATION IS LINE SEQUENTIAL.
