           VALUE "Escrituras no aplicadas: ".
       01 TEXT-ROLLFWD-DONE PIC X(26)
           VALUE "Recuperacion terminada.".
       01 TEXT-ROLLFWD-CHAIN-BROKEN PIC X(44)
           VALUE "El diario o la auditoria han sido alterados.".
       01 TEXT-ROLLFWD-REPLAY-QUESTION PIC X(43)
           VALUE "Restaurar y reaplicar de todos modos? (Y/N)".
       01 TEXT-ROLLFWD-CANCELLED PIC X(40)
           VALUE "Recuperacion anulada; nada se ha tocado.".
