           VALUE "Ese creador no esta en la lista de creadores.".
       01 TEXT-NO-CREATOR-FILE PIC X(50)
           VALUE "Aviso: creadores no disponibles; no se validaran.".
       01 CURRENCY-PROMPT PIC X(45)
           VALUE "Moneda de la compra (ISO, blanco = la local).".
       01 ERROR-INVALID-CURRENCY PIC X(46)
           VALUE "No hay cambio vigente para esa moneda y fecha.".
       01 TEXT-BUDGET-OVER PIC X(40)
           VALUE "Aviso: esta compra pasa del presupuesto.".
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
           VALUE "Esta compra:         ".
       01 TEXT-BUDGET-CONFIRM PIC X(41)
           VALUE "Registrar la compra de todos modos? (Y/N)".
       01 TEXT-BUDGET-NOT-ADDED PIC X(22)
           VALUE "Compra no registrada.".
       01 TEXT-ORDER-ARRIVAL-NOTED PIC X(40)
           VALUE "Anotado en el pedido fijo de la serie.".
       01 TEXT-ORDER-CANCELLED PIC X(50)
           VALUE "Aviso: el pedido fijo de esta serie esta anulado.".
       01 OWNER-PROMPT PIC X(34)
           VALUE "Propietario (en blanco, el tuyo): ".
       01 ERROR-INVALID-OWNER PIC X(45)
           VALUE "El propietario no existe o esta dado de baja.".
