       FD  LOAN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
      * A checkout line carries a zero in-date; the matching checkin
      * appends its own line with the real one.
       01  LOAN-HISTORY-RECORD.
      * say whether a loan came back late. Older lines carry
      * spaces and are never judged overdue.
           05 HIST-DUE-DATE      PIC 9(08).
      * The operator who took the checkout, renewal or checkin;
      * lines from before sign-on existed carry spaces.
           05 HIST-OPERATOR      PIC X(10).
      * The key sits after the fields the ledger always had, so an
      * entry still starts with the line the line-sequential ledger
      * carried and the yearly archives read the same either way.
      * The date is the day the entry was written and the time
      * keeps two entries of one comic on one day apart; entries
      * brought over from the old ledger carry their line number
      * there instead of a time, which keeps them in written order.
           05 HIST-KEY.
               10 HIST-KEY-COMIC-ID PIC 9(05).
               10 HIST-ENTRY-DATE   PIC 9(08).
               10 HIST-ENTRY-TIME   PIC 9(08).
