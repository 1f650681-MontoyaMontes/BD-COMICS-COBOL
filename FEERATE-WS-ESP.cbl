
       01 TEXT-FEE-MODE-PROMPT PIC X(23)
           VALUE "Que quieres hacer?".
       01 TEXT-FEE-MODE-OPTION-1 PIC X(29)
           VALUE "1. Anadir un tramo de recargo".
       01 TEXT-FEE-MODE-OPTION-2 PIC X(30)
           VALUE "2. Modificar o borrar un tramo".
       01 TEXT-FEE-MODE-OPTION-3 PIC X(16)
           VALUE "3. Listar tramos".
       01 TEXT-FEE-MODE-OPTION-4 PIC X(8)
           VALUE "4. Salir".
       01 TEXT-FEE-DAYS-PROMPT PIC X(44)
           VALUE "Dias de retraso desde los que vale el tramo.".
       01 TEXT-FEE-ZERO-EXIT PIC X(18)
           VALUE "Deja 0 para salir.".
       01 TEXT-FEE-PER-DAY-WHOLE PIC X(26)
           VALUE "Recargo por dia, unidades.".
       01 TEXT-FEE-PER-DAY-CENTS PIC X(26)
           VALUE "Recargo por dia, centimos.".
       01 TEXT-FEE-MAX-WHOLE PIC X(42)
           VALUE "Recargo maximo, unidades (0 = sin tope).".
       01 TEXT-FEE-MAX-CENTS PIC X(25)
           VALUE "Recargo maximo, centimos.".
       01 TEXT-FEE-ADDED PIC X(17)
           VALUE "Tramo registrado.".
       01 TEXT-FEE-UPDATED PIC X(18)
           VALUE "Tramo actualizado.".
       01 TEXT-FEE-DELETED PIC X(14)
           VALUE "Tramo borrado.".
       01 TEXT-FEE-RESTART PIC X(18)
           VALUE "Anadir otro? (Y/N)".
       01 TEXT-FEE-EDIT-PROMPT PIC X(45)
           VALUE "1. Cambiar importes   2. Borrar tramo".
       01 TEXT-FEE-SHOW-DAYS PIC X(11)
           VALUE "DESDE DIA: ".
       01 TEXT-FEE-SHOW-PER-DAY PIC X(9)
           VALUE "POR DIA: ".
       01 TEXT-FEE-SHOW-MAX PIC X(6)
           VALUE "TOPE: ".
       01 TEXT-FEE-LIST-TITLE PIC X(22)
           VALUE "DIA   POR DIA     TOPE".
       01 TEXT-FEE-LIST-NONE PIC X(26)
           VALUE "No hay tramos de recargo.".
       01 ERROR-FEE-INVALID-DAYS PIC X(36)
           VALUE "Los dias deben ser mayores que cero.".
       01 ERROR-FEE-INVALID-AMOUNT PIC X(18)
           VALUE "Importe no valido.".
       01 ERROR-FEE-DUPLICATE PIC X(38)
           VALUE "Ya hay un tramo que empieza ese dia.".
       01 ERROR-FEE-NO-FOUND PIC X(33)
           VALUE "No hay tramo que empiece ese dia.".
       01 ERROR-FEE-CANT-UPDATE PIC X(28)
           VALUE "ERROR ACTUALIZANDO EL TRAMO.".
