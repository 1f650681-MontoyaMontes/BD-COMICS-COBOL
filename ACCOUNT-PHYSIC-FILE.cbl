       SELECT ACCOUNT-FILE
      * The bookkeeper's chart-of-accounts mapping: one fixed-width
      * line per posting role the month-end extract uses, giving
      * the account number in the accounting package and its name.
      * Kept by hand with any text editor, like the parameter file.
       ASSIGN TO "bd-comic-accounts.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS ACCOUNT-FILE-STATUS.
