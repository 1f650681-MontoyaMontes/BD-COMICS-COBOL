       SELECT NOTIFQ-FILE
      * The one queue every program drops borrower notifications
      * into. The key is the borrower, the kind of notice, the comic
      * and the date the notice is about, so the same reminder can
      * never be queued twice however often a scan runs; sent rows
      * stay on file for exactly that reason.
       ASSIGN TO "bd-comic-notify-queue.dat"
       ORGANIZATION IS INDEXED
       RECORD KEY IS NTQ-KEY
       ACCESS MODE IS DYNAMIC
       FILE STATUS IS NOTIFQ-FILE-STATUS.
