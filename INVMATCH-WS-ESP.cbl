
       01 TEXT-INVMATCH-WINDOW-PROMPT PIC X(47)
           VALUE "Dias de margen factura/recepcion (blanco = 30).".
       01 TEXT-INVMATCH-TITLE PIC X(35)
           VALUE "CRUCE DE FACTURAS DE PROVEEDORES A ".
       01 TEXT-INVMATCH-WINDOW-NOTE PIC X(41)
           VALUE "Margen de dias alrededor de la factura: ".
       01 TEXT-INVMATCH-NOT-INVOICED-TITLE PIC X(25)
           VALUE "RECIBIDOS SIN FACTURAR".
       01 TEXT-INVMATCH-NOT-INVOICED-HEAD PIC X(33)
           VALUE "ID    Proveedor            Titulo".
       01 TEXT-INVMATCH-UNMATCHED-TITLE PIC X(36)
           VALUE "LINEAS FACTURADAS SIN COMIC RECIBIDO".
       01 TEXT-INVMATCH-UNMATCHED-HEAD PIC X(47)
           VALUE "Proveedor            Factura         Lin Titulo".
       01 TEXT-INVMATCH-PRICE-TITLE PIC X(42)
           VALUE "DIFERENCIAS ENTRE PRECIO FACTURADO Y VALOR".
       01 TEXT-INVMATCH-PRICE-HEAD PIC X(49)
           VALUE "ID    Proveedor            Factura         Titulo".
       01 TEXT-INVMATCH-COUNT-PREFIX PIC X(9)
           VALUE "  Total: ".
       01 TEXT-INVMATCH-NEW-MATCHES PIC X(34)
           VALUE "Lineas casadas en esta ejecucion: ".
       01 TEXT-INVMATCH-MARK-NOTE PIC X(52)
           VALUE "* = monedas distintas; importes en moneda local.".
       01 TEXT-INVMATCH-NO-RATE PIC X(44)
           VALUE "Aviso: precios sin cambio, sin comparar: ".
       01 TEXT-INVMATCH-TRUNCATED PIC X(41)
           VALUE "Aviso: lineas no cargadas (tabla llena): ".
