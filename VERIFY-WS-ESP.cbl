
       01 TEXT-VERIFY-TITLE PIC X(47)
           VALUE "COMPROBACION DE LA CADENA DE AUDITORIA Y DIARIO".
       01 TEXT-VERIFY-START PIC X(46)
           VALUE "Comprobando la cadena de auditoria y diario...".
       01 TEXT-VERIFY-AUDIT-NAME PIC X(9)
           VALUE "AUDITORIA".
       01 TEXT-VERIFY-JOURNAL-NAME PIC X(7)
           VALUE "DIARIO".
       01 TEXT-VERIFY-LINE-LABEL PIC X(7)
           VALUE " LINEA ".
       01 TEXT-VERIFY-SEQ-LABEL PIC X(6)
           VALUE " NUM. ".
       01 TEXT-VERIFY-EXPECTED-LABEL PIC X(10)
           VALUE " ESPERADO ".
       01 TEXT-VERIFY-ALTERED PIC X(36)
           VALUE "LINEA ALTERADA: EL CONTROL NO CUADRA".
       01 TEXT-VERIFY-GAP PIC X(34)
           VALUE "HUECO: FALTAN LINEAS ANTES DE ESTA".
       01 TEXT-VERIFY-REORDER PIC X(25)
           VALUE "FUERA DE ORDEN O REPETIDA".
       01 TEXT-VERIFY-UNCHAINED PIC X(36)
           VALUE "LINEA SIN NUMERO DENTRO DE LA CADENA".
       01 TEXT-VERIFY-MISSING-END PIC X(36)
           VALUE "FALTAN LINEAS AL FINAL DEL FICHERO".
       01 TEXT-VERIFY-BEYOND-END PIC X(36)
           VALUE "LINEAS TRAS EL ULTIMO ENLACE ANOTADO".
       01 TEXT-VERIFY-LAST-MISMATCH PIC X(40)
           VALUE "LA ULTIMA LINEA NO CUADRA CON EL CONTROL".
       01 TEXT-VERIFY-READ PIC X(16)
           VALUE " lineas leidas: ".
       01 TEXT-VERIFY-CHAINED PIC X(14)
           VALUE " encadenadas: ".
       01 TEXT-VERIFY-OLDER PIC X(25)
           VALUE " anteriores a la cadena: ".
       01 TEXT-VERIFY-PROBLEMS PIC X(12)
           VALUE " problemas: ".
       01 TEXT-VERIFY-OK PIC X(45)
           VALUE "Cadenas integras: nada falta ni se ha tocado.".
       01 TEXT-VERIFY-FAILED PIC X(44)
           VALUE "CADENA ROTA: vease bd-comic-chain-report.txt".
