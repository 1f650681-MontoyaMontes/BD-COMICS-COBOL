           VALUE "RESULTADO EN TOTAL: ".
       01 TEXT-GAINS-SALES-COUNT PIC X(18)
           VALUE "VENTAS LISTADAS: ".
       01 TEXT-GAINS-HOUSE-CODE PIC X(5)
           VALUE "LOCAL".
       01 TEXT-GAINS-CURRENCY-LABEL PIC X(29)
           VALUE "        MONEDA PRECIO/LIBRO: ".
       01 TEXT-GAINS-BASE-PRICE-LABEL PIC X(20)
           VALUE "  EN LOCAL, PRECIO: ".
       01 TEXT-GAINS-NO-RATE-MARK PIC X(32)
           VALUE "SIN CAMBIO, FUERA DE LOS TOTALES".
       01 TEXT-GAINS-NO-RATE PIC X(48)
           VALUE "AVISO: VENTAS SIN CAMBIO, FUERA DE LOS TOTALES: ".
       01 TEXT-GAINS-OWNER-PROMPT PIC X(43)
           VALUE "Propietario a liquidar (en blanco = todos).".
       01 TEXT-GAINS-OWNER-LABEL PIC X(13)
           VALUE "PROPIETARIO: ".
       01 TEXT-GAINS-OWNER-TITLE PIC X(25)
           VALUE "RESULTADO POR PROPIETARIO".
       01 TEXT-GAINS-OWNER-SALES PIC X(10)
           VALUE "  VENTAS: ".
       01 TEXT-GAINS-OWNER-SHORT PIC X(9)
           VALUE "  CORTO: ".
       01 TEXT-GAINS-OWNER-LONG PIC X(9)
           VALUE "  LARGO: ".
       01 TEXT-GAINS-OWNER-UNDATED PIC X(13)
           VALUE "  SIN FECHA: ".
       01 TEXT-GAINS-OWNER-TOTAL PIC X(9)
           VALUE "  TOTAL: ".
       01 TEXT-GAINS-UNASSIGNED PIC X(13)
           VALUE "(SIN ASIGNAR)".
