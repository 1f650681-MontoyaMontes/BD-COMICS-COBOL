
       01 TEXT-INVOICE-MODE-PROMPT PIC X(23)
           VALUE "Que quieres hacer?".
       01 TEXT-INVOICE-MODE-OPTION-1 PIC X(24)
           VALUE "1. Registrar una factura".
       01 TEXT-INVOICE-MODE-OPTION-2 PIC X(29)
           VALUE "2. Ver o corregir una factura".
       01 TEXT-INVOICE-MODE-OPTION-3 PIC X(20)
           VALUE "3. Registrar un pago".
       01 TEXT-INVOICE-MODE-OPTION-4 PIC X(18)
           VALUE "4. Listar facturas".
       01 TEXT-INVOICE-MODE-OPTION-5 PIC X(8)
           VALUE "5. Salir".
       01 TEXT-NO-DEALER-FILE PIC X(51)
           VALUE "Aviso: proveedores no disponibles; no se validaran.".
       01 TEXT-INVOICE-DEALER-PROMPT PIC X(31)
           VALUE "Proveedor que emite la factura.".
       01 TEXT-INVOICE-NUMBER-PROMPT PIC X(32)
           VALUE "Numero de factura del proveedor.".
       01 TEXT-INVOICE-DATE-PROMPT PIC X(45)
           VALUE "Fecha de la factura (AAAAMMDD, blanco = hoy).".
       01 TEXT-INVOICE-DUE-PROMPT PIC X(43)
           VALUE "Vencimiento (AAAAMMDD, blanco = sin plazo).".
       01 TEXT-INVOICE-CURRENCY-PROMPT PIC X(36)
           VALUE "Moneda (codigo ISO, blanco = local).".
       01 TEXT-INVOICE-ADDED PIC X(19)
           VALUE "Factura registrada.".
       01 TEXT-INVOICE-LINES-INTRO PIC X(47)
           VALUE "Una linea por ejemplar; titulo en blanco acaba.".
       01 TEXT-INVOICE-LINE-NAME-PROMPT PIC X(17)
           VALUE "Titulo facturado.".
       01 TEXT-INVOICE-LINE-ISSUE-PROMPT PIC X(20)
           VALUE "Numero del ejemplar.".
       01 TEXT-INVOICE-LINE-PRICE-PROMPT PIC X(30)
           VALUE "Precio facturado del ejemplar.".
       01 TEXT-INVOICE-WHOLE-PROMPT PIC X(23)
           VALUE "Importe, sin decimales.".
       01 TEXT-INVOICE-CENTS-PROMPT PIC X(21)
           VALUE "Centimos del importe.".
       01 TEXT-INVOICE-RESTART PIC X(18)
           VALUE "Anadir otra? (Y/N)".
       01 TEXT-INVOICE-BLANK-EXIT PIC X(32)
           VALUE "Proveedor en blanco para volver.".
       01 TEXT-INVOICE-EDIT-PROMPT PIC X(33)
           VALUE "Que quieres hacer con la factura?".
       01 TEXT-INVOICE-EDIT-OPTION-1 PIC X(16)
           VALUE "1. Anadir lineas".
       01 TEXT-INVOICE-EDIT-OPTION-2 PIC X(19)
           VALUE "2. Borrar una linea".
       01 TEXT-INVOICE-EDIT-OPTION-3 PIC X(27)
           VALUE "3. Borrar la factura entera".
       01 TEXT-INVOICE-EDIT-OPTION-4 PIC X(19)
           VALUE "4. Nada, volver".
       01 TEXT-INVOICE-SHOW-DEALER PIC X(14)
           VALUE "Proveedor:    ".
       01 TEXT-INVOICE-SHOW-NUMBER PIC X(14)
           VALUE "Factura:      ".
       01 TEXT-INVOICE-SHOW-DATE PIC X(14)
           VALUE "Fecha:        ".
       01 TEXT-INVOICE-SHOW-DUE PIC X(14)
           VALUE "Vencimiento:  ".
       01 TEXT-INVOICE-SHOW-CURRENCY PIC X(14)
           VALUE "Moneda:       ".
       01 TEXT-INVOICE-SHOW-TOTAL PIC X(14)
           VALUE "Total:        ".
       01 TEXT-INVOICE-SHOW-PAID PIC X(14)
           VALUE "Pagado:       ".
       01 TEXT-INVOICE-SHOW-OUTSTANDING PIC X(14)
           VALUE "Pendiente:    ".
       01 TEXT-INVOICE-LINES-TITLE PIC X(30)
           VALUE "  Lin Titulo / Numero / Precio".
       01 TEXT-INVOICE-NO-LINES PIC X(14)
           VALUE "  (sin lineas)".
       01 TEXT-INVOICE-MATCHED-MARK PIC X(14)
           VALUE "casada con ID ".
       01 TEXT-INVOICE-LINE-NUMBER-PROMPT PIC X(25)
           VALUE "Numero de linea a borrar.".
       01 TEXT-INVOICE-LINE-DELETED PIC X(14)
           VALUE "Linea borrada.".
       01 TEXT-INVOICE-DELETE-CONFIRM PIC X(39)
           VALUE "Borrar la factura y sus lineas? (Y/N)".
       01 TEXT-INVOICE-DELETED PIC X(16)
           VALUE "Factura borrada.".
       01 TEXT-INVOICE-ALREADY-PAID PIC X(28)
           VALUE "La factura ya esta pagada.".
       01 TEXT-INVOICE-PAYMENT-PROMPT PIC X(21)
           VALUE "Importe pagado ahora.".
       01 TEXT-INVOICE-PAID-DATE-PROMPT PIC X(40)
           VALUE "Fecha del pago (AAAAMMDD, blanco = hoy).".
       01 TEXT-INVOICE-PAYMENT-DONE PIC X(17)
           VALUE "Pago registrado.".
       01 TEXT-INVOICE-LIST-PROMPT PIC X(36)
           VALUE "Proveedor a listar (blanco = todos).".
       01 TEXT-INVOICE-LIST-TITLE PIC X(46)
           VALUE "  Proveedor / Factura / Fecha / Total / Pagado".
       01 TEXT-INVOICE-LIST-NONE PIC X(18)
           VALUE "  No hay facturas.".
       01 ERROR-INVOICE-INVALID-DEALER PIC X(37)
           VALUE "Error: proveedor no esta en la lista.".
       01 ERROR-INVOICE-DUPLICATE PIC X(35)
           VALUE "Error: esa factura ya existe.".
       01 ERROR-INVOICE-INVALID-CURRENCY PIC X(46)
           VALUE "Error: moneda sin cambio para esa fecha.".
       01 ERROR-INVOICE-CANT-UPDATE PIC X(40)
           VALUE "Error: no se pudo actualizar la factura.".
       01 ERROR-INVOICE-TOO-MANY-LINES PIC X(41)
           VALUE "Error: la factura ya tiene 999 lineas.".
       01 ERROR-INVOICE-BAD-AMOUNT PIC X(25)
           VALUE "Error: importe no valido.".
       01 ERROR-INVOICE-BAD-DATE PIC X(37)
           VALUE "Error: fecha no valida, usa AAAAMMDD.".
       01 ERROR-INVOICE-NO-FOUND PIC X(29)
           VALUE "Error: factura no encontrada.".
       01 ERROR-INVOICE-NO-LINE PIC X(32)
           VALUE "Error: esa linea no existe.".
       01 ERROR-INVOICE-HAS-PAYMENTS PIC X(45)
           VALUE "Error: la factura tiene pagos; no se borra.".
       01 ERROR-INVOICE-OVERPAID PIC X(41)
           VALUE "Error: el pago supera lo pendiente.".
