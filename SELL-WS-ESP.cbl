           VALUE "Quieres reintentarlo? (Y/N)".
       01 TEXT-LOCK-DECLINED PIC X(47)
           VALUE "Registro bloqueado; no se reintento la lectura.".
       01 TEXT-LISTING-CLOSED PIC X(25)
           VALUE "Anuncio de venta cerrado.".
       01 TEXT-SALE-CURRENCY-PROMPT PIC X(37)
           VALUE "Moneda del cobro (blanco = la local).".
       01 ERROR-SALE-NO-RATE PIC X(35)
           VALUE "No hay cambio vigente en esa fecha.".
