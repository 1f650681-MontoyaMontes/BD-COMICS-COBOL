           VALUE "AVISO: INFORME INCOMPLETO, ".
       01 TEXT-SPEND-TRUNCATED-SUFFIX PIC X(22)
           VALUE " NO CONTABILIZADOS.".
       01 TEXT-SPEND-FOREIGN-TITLE PIC X(52)
           VALUE "COMPRAS EN OTRA MONEDA (importe, cambio, local):".
       01 TEXT-SPEND-NO-RATE-MARK PIC X(30)
           VALUE "SIN CAMBIO, FUERA DEL TOTAL".
       01 TEXT-SPEND-NO-RATE PIC X(47)
           VALUE "AVISO: COMPRAS SIN CAMBIO, FUERA DEL TOTAL: ".
