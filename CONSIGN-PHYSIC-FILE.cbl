       SELECT CONSIGN-FILE
      * Ledger of comics left with a dealer to sell on commission:
      * a line is appended when the book goes out, the dealer's
      * report is written onto it, and the settlement run closes
      * it by posting the sale or bringing the book home.
       ASSIGN TO "bd-comic-consignments.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS CONSIGN-FILE-STATUS.
