      * Hand-off area for the QUEUE-NOTIFICATION subprogram: the
      * caller fills the borrower, the kind of notice, the comic and
      * the date the notice is about; the queue date and operator
      * are stamped when the row is written. NQC-ALREADY comes back
      * when that same notice was queued before.
       01 NOTIFY-CALL-AREA.
           05 NQC-BORROWER     PIC X(30).
           05 NQC-TYPE         PIC X(01).
               88 NQC-HOLD-READY    VALUE "H".
               88 NQC-DUE-SOON      VALUE "D".
               88 NQC-OVERDUE       VALUE "O".
               88 NQC-CLAIM-SETTLED VALUE "C".
           05 NQC-COMIC-ID     PIC 9(05).
           05 NQC-REF-DATE     PIC 9(08).
           05 NQC-RESULT       PIC X(01).
               88 NQC-QUEUED       VALUE "Q".
               88 NQC-ALREADY      VALUE "A".
