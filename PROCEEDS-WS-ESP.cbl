           VALUE "No hay ventas anotadas.".
       01 TEXT-PROCEEDS-NO-FILE PIC X(33)
           VALUE "No existe el libro de ventas.".
       01 TEXT-PROCEEDS-HOUSE-CODE PIC X(5)
           VALUE "LOCAL".
       01 TEXT-PROCEEDS-CURRENCY-LABEL PIC X(27)
           VALUE "      MONEDA LIBRO/PRECIO: ".
       01 TEXT-PROCEEDS-BASE-BOOK-LABEL PIC X(19)
           VALUE "  EN LOCAL, LIBRO: ".
       01 TEXT-PROCEEDS-BASE-PRICE-LABEL PIC X(10)
           VALUE "  PRECIO: ".
       01 TEXT-PROCEEDS-NO-RATE-MARK PIC X(32)
           VALUE "SIN CAMBIO, FUERA DE LOS TOTALES".
       01 TEXT-PROCEEDS-NO-RATE PIC X(48)
           VALUE "AVISO: VENTAS SIN CAMBIO, FUERA DE LOS TOTALES: ".
