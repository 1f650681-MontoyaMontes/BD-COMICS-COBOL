           VALUE "Cerrando el periodo en curso...".
       01 TEXT-PERIOD-DONE PIC X(39)
           VALUE "Periodo cerrado. Editoriales escritas: ".
       01 TEXT-PERIOD-NO-RATE PIC X(44)
           VALUE "Aviso: valores sin cambio, fuera del total: ".
       01 TEXT-PERIOD-OWNER-PROMPT PIC X(44)
           VALUE "Propietario a desglosar (en blanco = todos).".
