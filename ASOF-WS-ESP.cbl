           VALUE "  (sin cambios posteriores)".
       01 TEXT-ASOF-ACTION-LABEL PIC X(9)
           VALUE " ACCION: ".
       01 TEXT-ASOF-SHOW-CURRENCY PIC X(10)
           VALUE "MONEDA: ".
       01 TEXT-ASOF-SHOW-OWNER PIC X(13)
           VALUE "PROPIETARIO: ".
       01 TEXT-ASOF-LEDGER-TITLE PIC X(43)
           VALUE "Segun los historicos de prestamos y estado:".
       01 TEXT-ASOF-GRADE-LABEL PIC X(13)
           VALUE "  ESTADO: ".
       01 TEXT-ASOF-SINCE-LABEL PIC X(7)
           VALUE " DESDE ".
       01 TEXT-ASOF-NO-GRADE-ENTRY PIC X(41)
           VALUE "  (sin cambios de estado hasta esa fecha)".
       01 TEXT-ASOF-OUT-LABEL PIC X(14)
           VALUE "  PRESTADO A: ".
       01 TEXT-ASOF-BACK-LABEL PIC X(15)
           VALUE "  DEVUELTO EL: ".
       01 TEXT-ASOF-NO-LOAN-ENTRY PIC X(33)
           VALUE "  (sin prestamos hasta esa fecha)".
