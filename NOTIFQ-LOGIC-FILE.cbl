       FD  NOTIFQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTIFQ-RECORD.
           05 NTQ-KEY.
               10 NTQ-BORROWER      PIC X(30).
               10 NTQ-TYPE          PIC X(01).
                   88 NTQ-HOLD-READY    VALUE "H".
                   88 NTQ-DUE-SOON      VALUE "D".
                   88 NTQ-OVERDUE       VALUE "O".
                   88 NTQ-CLAIM-SETTLED VALUE "C".
               10 NTQ-COMIC-ID      PIC 9(05).
      * The date the notice is about: the hold date for a comic
      * ready for pickup, the due date for a loan reminder, the
      * claim date for a settled claim.
               10 NTQ-REF-DATE      PIC 9(08).
           05 NTQ-QUEUED-DATE       PIC 9(08).
           05 NTQ-QUEUED-BY         PIC X(10).
      * "P" until the nightly dispatch puts it in the mail-merge
      * file, "S" from then on.
           05 NTQ-STATUS            PIC X(01).
               88 NTQ-PENDING       VALUE "P".
               88 NTQ-SENT          VALUE "S".
           05 NTQ-SENT-DATE         PIC 9(08).
