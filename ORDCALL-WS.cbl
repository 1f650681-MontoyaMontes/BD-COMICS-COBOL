      * Hand-off area for the NOTE-ORDER-ARRIVAL subprogram: the
      * caller gives the series, issue and acquisition day of a
      * comic it has just added; the subprogram says whether a
      * standing order took it, or whether the order for that
      * series has been cancelled and the shop should be told.
       01 ORDER-ARRIVAL-AREA.
           05 OAA-SERIES-ID     PIC 9(05).
           05 OAA-ISSUE         PIC 9(05).
           05 OAA-DATE          PIC 9(08).
           05 OAA-RESULT        PIC X(01).
               88 OAA-NO-ORDER          VALUE "N".
               88 OAA-NOTED             VALUE "Y".
               88 OAA-ORDER-CANCELLED   VALUE "C".
