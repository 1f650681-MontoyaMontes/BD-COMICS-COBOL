
       01 TEXT-RATE-MODE-PROMPT PIC X(23)
           VALUE "Que quieres hacer?".
       01 TEXT-RATE-MODE-OPTION-1 PIC X(23)
           VALUE "1. Anadir un cambio".
       01 TEXT-RATE-MODE-OPTION-2 PIC X(31)
           VALUE "2. Modificar o borrar un cambio".
       01 TEXT-RATE-MODE-OPTION-3 PIC X(22)
           VALUE "3. Listar cambios".
       01 TEXT-RATE-MODE-OPTION-4 PIC X(8)
           VALUE "4. Salir".
       01 TEXT-RATE-CURRENCY-PROMPT PIC X(34)
           VALUE "Codigo de moneda (ISO, p.ej. USD).".
       01 TEXT-RATE-DATE-PROMPT PIC X(35)
           VALUE "Fecha desde la que vale (AAAAMMDD).".
       01 TEXT-RATE-WHOLE-PROMPT PIC X(36)
           VALUE "Unidades de moneda local por unidad.".
       01 TEXT-RATE-MICRO-PROMPT PIC X(32)
           VALUE "Decimales del cambio (6 cifras).".
       01 TEXT-RATE-ADDED PIC X(18)
           VALUE "Cambio registrado.".
       01 TEXT-RATE-UPDATED PIC X(19)
           VALUE "Cambio actualizado.".
       01 TEXT-RATE-DELETED PIC X(15)
           VALUE "Cambio borrado.".
       01 TEXT-RATE-RESTART PIC X(18)
           VALUE "Anadir otro? (Y/N)".
       01 TEXT-RATE-BLANK-EXIT PIC X(36)
           VALUE "Deja la moneda en blanco para salir.".
       01 TEXT-RATE-EDIT-PROMPT PIC X(38)
           VALUE "1. Cambiar el valor   2. Borrar cambio".
       01 TEXT-RATE-LIST-PROMPT PIC X(33)
           VALUE "Moneda a listar (blanco = todas).".
       01 TEXT-RATE-LIST-TITLE PIC X(24)
           VALUE "Cambios registrados:".
       01 TEXT-RATE-LIST-NONE PIC X(31)
           VALUE "No hay cambios registrados.".
       01 TEXT-RATE-SHOW-CURRENCY PIC X(10)
           VALUE "MONEDA: ".
       01 TEXT-RATE-SHOW-DATE PIC X(7)
           VALUE "DESDE: ".
       01 TEXT-RATE-SHOW-RATE PIC X(8)
           VALUE "CAMBIO: ".
       01 ERROR-RATE-NO-FOUND PIC X(44)
           VALUE "No hay ningun cambio con esa moneda y fecha.".
       01 ERROR-RATE-DUPLICATE PIC X(42)
           VALUE "Ya hay un cambio para esa moneda y fecha.".
       01 ERROR-RATE-BLANK PIC X(34)
           VALUE "La moneda no puede quedar vacia.".
       01 ERROR-RATE-INVALID-DATE PIC X(16)
           VALUE "FECHA NO VALIDA.".
       01 ERROR-RATE-INVALID-VALUE PIC X(17)
           VALUE "CAMBIO NO VALIDO.".
       01 ERROR-RATE-CANT-UPDATE PIC X(29)
           VALUE "ERROR ACTUALIZANDO EL CAMBIO.".
