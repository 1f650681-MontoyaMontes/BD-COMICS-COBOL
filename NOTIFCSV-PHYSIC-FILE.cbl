       SELECT NOTIFCSV-FILE
      * Mail-merge file: one CSV line per notice sent tonight,
      * addressed with the borrower's e-mail and phone.
       ASSIGN TO "bd-comic-notify-merge.csv"
       ORGANIZATION IS LINE SEQUENTIAL.
