           05 BP-TOP-N           PIC 9(03).
      * Cutoff date for the purge of aged soft-deleted records.
           05 BP-PURGE-CUTOFF    PIC 9(08).
      * Owner code the collection, valuation, gains and period-close
      * runs are limited to; spaces = the whole household.
           05 BP-OWNER           PIC X(05).
      * Minutes the nightly batch waits for the menu sessions to
      * close before it gives up on its update steps; blank on an
      * older file, which leaves the batch to its own default.
           05 BP-SESSION-WAIT    PIC X(03).
