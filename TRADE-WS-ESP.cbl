           VALUE "Aviso: lugares no disponibles; no se validaran.".
       01 BARCODE-PROMPT PIC X(46)
           VALUE "Codigo de barras (escanea o deja en blanco).".
       01 TEXT-TRADE-CURRENCY-PROMPT PIC X(37)
           VALUE "Moneda del trato (blanco = la local).".
       01 ERROR-TRADE-NO-RATE PIC X(38)
           VALUE "No hay cambio vigente para esa moneda.".
       01 TEXT-BUDGET-OVER PIC X(46)
           VALUE "Aviso: el comic recibido pasa del presupuesto.".
       01 TEXT-BUDGET-YEAR-LABEL PIC X(20)
           VALUE "Presupuesto del ano ".
       01 TEXT-BUDGET-MONTH-LABEL PIC X(21)
           VALUE "Presupuesto del mes ".
       01 TEXT-BUDGET-ALL-HOUSES PIC X(23)
           VALUE "(todas las editoriales)".
       01 TEXT-BUDGET-LIMIT-LABEL PIC X(21)
           VALUE "Presupuesto:         ".
       01 TEXT-BUDGET-SPENT-LABEL PIC X(22)
           VALUE "Gastado hasta ahora: ".
       01 TEXT-BUDGET-BUY-LABEL PIC X(22)
           VALUE "Este comic:          ".
       01 TEXT-BUDGET-CONFIRM PIC X(43)
           VALUE "Seguir con el trueque de todos modos? (Y/N)".
       01 TEXT-BUDGET-NOT-ADDED PIC X(22)
           VALUE "Trueque no registrado.".
