           VALUE "Quieres reintentarlo? (Y/N)".
       01 TEXT-LOCK-DECLINED PIC X(47)
           VALUE "Registro bloqueado; no se reintento la lectura.".
       01 TEXT-HIST-OPERATOR-LABEL PIC X(10)
           VALUE "OPERADOR: ".
       01 TEXT-LISTED-WARN PIC X(47)
           VALUE "Aviso: este comic esta anunciado para venta en ".
       01 TEXT-CLAIM-CURRENCY-PROMPT PIC X(41)
           VALUE "Moneda del cargo (blanco = la del comic).".
       01 ERROR-CLAIM-NO-RATE PIC X(38)
           VALUE "No hay cambio vigente para esa moneda.".
       01 TEXT-BORROWER-OVER-BALANCE PIC X(49)
           VALUE "Debe mas de su saldo maximo; no se presta. Debe: ".
       01 TEXT-LATE-FEE-POSTED PIC X(39)
           VALUE "Recargo por retraso cargado en cuenta: ".
       01 TEXT-CLAIM-CHARGE-POSTED PIC X(31)
           VALUE "Reclamacion cargada en cuenta: ".
       01 TEXT-BORROWER-BALANCE-NOW PIC X(33)
           VALUE "Saldo pendiente del prestatario: ".
       01 ERROR-CLAIM-CHARGE-NO-RATE PIC X(49)
           VALUE "Sin cambio para la moneda; no se carga en cuenta.".
