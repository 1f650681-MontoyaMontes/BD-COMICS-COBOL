
       01 TEXT-BUDRPT-YEAR-PROMPT PIC X(26)
           VALUE "Ano del informe (AAAA).".
       01 TEXT-BUDRPT-TITLE-PREFIX PIC X(33)
           VALUE "PRESUPUESTO FRENTE A GASTO - ANO ".
       01 TEXT-BUDRPT-HEAD-PERIOD PIC X(7)
           VALUE "PERIODO".
       01 TEXT-BUDRPT-HEAD-HOUSE PIC X(9)
           VALUE "EDITORIAL".
       01 TEXT-BUDRPT-HEAD-BUDGET PIC X(11)
           VALUE "PRESUPUESTO".
       01 TEXT-BUDRPT-HEAD-SPENT PIC X(7)
           VALUE "GASTADO".
       01 TEXT-BUDRPT-HEAD-COMMITTED PIC X(12)
           VALUE "COMPROMETIDO".
       01 TEXT-BUDRPT-HEAD-HEADROOM PIC X(8)
           VALUE "MARGEN".
       01 TEXT-BUDRPT-ALL-HOUSES PIC X(7)
           VALUE "(todas)".
       01 TEXT-BUDRPT-OVER-MARK PIC X(6)
           VALUE "PASADO".
       01 TEXT-BUDRPT-NONE PIC X(35)
           VALUE "No hay presupuestos para ese ano.".
       01 TEXT-BUDRPT-COMMIT-NOTE-1 PIC X(52)
           VALUE "Comprometido: precios maximos de la lista de deseos,".
       01 TEXT-BUDRPT-COMMIT-NOTE-2 PIC X(46)
           VALUE "solo en los periodos que aun no han terminado.".
       01 TEXT-BUDRPT-NO-CEILING PIC X(44)
           VALUE "Deseos sin precio maximo, no comprometen: ".
       01 TEXT-BUDRPT-NO-RATE PIC X(43)
           VALUE "Compras sin cambio, fuera del gasto: ".
       01 TEXT-BUDRPT-TRUNCATED PIC X(41)
           VALUE "Presupuestos que no caben en el informe: ".
