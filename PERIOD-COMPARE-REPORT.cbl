           UNTIL END-OF-PERIODS = "Y".
           CLOSE PERIOD-FILE.

      * Only the whole-house lines are compared; the per-owner
      * lines beside them would count every comic twice.
       LOAD-ONE-PERIOD-LINE.
           IF (PH-PERIOD-DATE = LATEST-DATE OR
               PH-PERIOD-DATE = PRIOR-DATE) AND
              PH-OWNER = SPACE
               PERFORM FIND-OR-ADD-COMPARE-ENTRY.
           PERFORM READ-PERIOD-LINE.

