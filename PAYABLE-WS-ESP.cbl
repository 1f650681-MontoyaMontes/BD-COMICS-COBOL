
       01 TEXT-PAYABLE-TITLE PIC X(30)
           VALUE "FACTURAS PENDIENTES DE PAGO A ".
       01 TEXT-PAYABLE-DEALER-PREFIX PIC X(11)
           VALUE "Proveedor: ".
       01 TEXT-PAYABLE-HEAD-NUMBER PIC X(7)
           VALUE "Factura".
       01 TEXT-PAYABLE-HEAD-DATE PIC X(5)
           VALUE "Fecha".
       01 TEXT-PAYABLE-HEAD-DUE PIC X(5)
           VALUE "Vence".
       01 TEXT-PAYABLE-HEAD-TOTAL PIC X(10)
           VALUE "     Total".
       01 TEXT-PAYABLE-HEAD-PAID PIC X(10)
           VALUE "    Pagado".
       01 TEXT-PAYABLE-HEAD-OUTSTANDING PIC X(10)
           VALUE " Pendiente".
       01 TEXT-PAYABLE-HEAD-CURRENCY PIC X(3)
           VALUE "Mon".
       01 TEXT-PAYABLE-OVERDUE-MARK PIC X(7)
           VALUE "VENCIDA".
       01 TEXT-PAYABLE-DEALER-TOTAL PIC X(42)
           VALUE "  Pendiente del proveedor (moneda local): ".
       01 TEXT-PAYABLE-GRAND-TOTAL PIC X(32)
           VALUE "Total pendiente (moneda local): ".
       01 TEXT-PAYABLE-OPEN-COUNT PIC X(21)
           VALUE "Facturas pendientes: ".
       01 TEXT-PAYABLE-OVERDUE-COUNT PIC X(19)
           VALUE "De ellas vencidas: ".
       01 TEXT-PAYABLE-NONE PIC X(35)
           VALUE "No hay facturas pendientes de pago.".
       01 TEXT-PAYABLE-NO-RATE PIC X(51)
           VALUE "Aviso: importes sin cambio, fuera de totales: ".
