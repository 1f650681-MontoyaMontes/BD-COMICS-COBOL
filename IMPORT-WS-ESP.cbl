           VALUE "EDITORIAL-NO-APROBADA".
       01 REASON-INVALID-DEALER PIC X(21)
           VALUE "PROVEEDOR-NO-APROBADO".
       01 REASON-INVALID-VALUE PIC X(16)
           VALUE "IMPORTE-INVALIDO".
       01 REASON-INVALID-DATE PIC X(21)
           VALUE "FECHA-COMPRA-INVALIDA".
       01 REASON-NO-RATE PIC X(17)
           VALUE "MONEDA-SIN-CAMBIO".
       01 REASON-OVER-BUDGET PIC X(20)
           VALUE "FUERA-DE-PRESUPUESTO".
       01 REASON-UNKNOWN-OWNER PIC X(23)
           VALUE "PROPIETARIO-DESCONOCIDO".
       01 TEXT-IMPORT-OVER-BUDGET PIC X(28)
           VALUE "Pasa del presupuesto, linea ".
       01 TEXT-IMPORT-OVER-PERIOD PIC X(9)
           VALUE " periodo ".
       01 TEXT-IMPORT-BUDGET-CONFIRM PIC X(37)
           VALUE "Cargar la linea de todos modos? (Y/N)".
       01 TEXT-IMPORT-BUDGET-DONE PIC X(44)
           VALUE "Lineas cargadas por encima del presupuesto: ".
       01 TEXT-IMPORT-ORDER-CANCELLED PIC X(43)
           VALUE "Serie con pedido fijo anulado, ID ".
       01 TEXT-IMPORT-ORDERS-DONE PIC X(36)
           VALUE "Llegadas anotadas en pedidos fijos: ".
