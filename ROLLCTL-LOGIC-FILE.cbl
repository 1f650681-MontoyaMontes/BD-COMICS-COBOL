       FD  ROLLOVER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ROLLOVER-RECORD.
           05 ROLL-KEY.
               10 ROLL-LEDGER        PIC X(08).
                   88 ROLL-AUDIT-LEDGER     VALUE "AUDIT".
                   88 ROLL-JOURNAL-LEDGER   VALUE "JOURNAL".
                   88 ROLL-IMAGE-LEDGER     VALUE "IMAGES".
                   88 ROLL-VALUE-LEDGER     VALUE "VALUES".
                   88 ROLL-LOAN-LEDGER      VALUE "LOANS".
                   88 ROLL-CONDITION-LEDGER VALUE "GRADES".
               10 ROLL-YEAR          PIC 9(04).
      * The archive file the year's lines were appended to; the
      * live name with the year put in ahead of the extension.
           05 ROLL-ARCHIVE-NAME      PIC X(40).
      * Lines on the archive after the last rollover into it, and
      * the oldest and newest date among them.
           05 ROLL-LINE-COUNT        PIC 9(09).
           05 ROLL-FIRST-DATE        PIC 9(08).
           05 ROLL-LAST-DATE         PIC 9(08).
           05 ROLL-RUN-DATE          PIC 9(08).
      * For the chained ledgers, the sequence number and check
      * value of the last line the archive holds, which is where
      * the live file's chain now starts; zeroes on the others.
           05 ROLL-LAST-SEQUENCE     PIC 9(09).
           05 ROLL-LAST-CHECK        PIC 9(08).
