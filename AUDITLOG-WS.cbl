      * Hand-off area for the WRITE-AUDIT-LOG subprogram: the
      * caller builds the readable line here exactly as it always
      * has; who made the change is stamped on by the subprogram.
       01 AUDIT-LOG-CALL-AREA.
           05 AUDIT-LINE PIC X(250).
