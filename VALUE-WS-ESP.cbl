           VALUE "  VALOR ASEGURADO: ".
       01 TEXT-VALUATION-GRAND-TOTAL PIC X(29)
           VALUE "VALOR TOTAL DE LA COLECCION: ".
       01 TEXT-VALUATION-OWNER-PROMPT PIC X(42)
           VALUE "Propietario a valorar (en blanco = todos).".
       01 TEXT-VALUATION-OWNER-LABEL PIC X(13)
           VALUE "PROPIETARIO: ".
       01 TEXT-VALUATION-OWNER-TITLE PIC X(31)
           VALUE "VALOR ASEGURADO POR PROPIETARIO".
       01 TEXT-VALUATION-UNASSIGNED PIC X(13)
           VALUE "(SIN ASIGNAR)".
       01 TEXT-VALUATION-NO-RATE-MARK PIC X(36)
           VALUE "  SIN CAMBIO, FUERA DE LOS TOTALES: ".
       01 TEXT-VALUATION-NO-RATE PIC X(50)
           VALUE "AVISO: COMICS SIN CAMBIO, FUERA DE LOS TOTALES: ".
