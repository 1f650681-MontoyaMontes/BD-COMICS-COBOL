
       01 TEXT-BUDGET-MODE-PROMPT PIC X(23)
           VALUE "Que quieres hacer?".
       01 TEXT-BUDGET-MODE-OPTION-1 PIC X(24)
           VALUE "1. Anadir un presupuesto".
       01 TEXT-BUDGET-MODE-OPTION-2 PIC X(36)
           VALUE "2. Modificar o borrar un presupuesto".
       01 TEXT-BUDGET-MODE-OPTION-3 PIC X(22)
           VALUE "3. Listar presupuestos".
       01 TEXT-BUDGET-MODE-OPTION-4 PIC X(8)
           VALUE "4. Salir".
       01 TEXT-BUDGET-YEAR-PROMPT PIC X(27)
           VALUE "Ano del presupuesto (AAAA).".
       01 TEXT-BUDGET-MONTH-PROMPT PIC X(31)
           VALUE "Mes (01-12, 00 = todo el ano).".
       01 TEXT-BUDGET-HOUSE-PROMPT PIC X(32)
           VALUE "Editorial (blanco = todas).".
       01 TEXT-BUDGET-WHOLE-PROMPT PIC X(39)
           VALUE "Importe en moneda local, sin decimales.".
       01 TEXT-BUDGET-CENTS-PROMPT PIC X(21)
           VALUE "Centimos del importe.".
       01 TEXT-BUDGET-ACTION-PROMPT PIC X(47)
           VALUE "Al pasarse: A = avisar, C = pedir confirmacion.".
       01 TEXT-BUDGET-ADDED PIC X(23)
           VALUE "Presupuesto registrado.".
       01 TEXT-BUDGET-UPDATED PIC X(24)
           VALUE "Presupuesto actualizado.".
       01 TEXT-BUDGET-DELETED PIC X(20)
           VALUE "Presupuesto borrado.".
       01 TEXT-BUDGET-RESTART PIC X(18)
           VALUE "Anadir otro? (Y/N)".
       01 TEXT-BUDGET-BLANK-EXIT PIC X(31)
           VALUE "Deja el ano a cero para salir.".
       01 TEXT-BUDGET-EDIT-PROMPT PIC X(50)
           VALUE "1. Cambiar importe y aviso   2. Borrar presupuesto".
       01 TEXT-BUDGET-LIST-PROMPT PIC X(25)
           VALUE "Ano a listar (0 = todos).".
       01 TEXT-BUDGET-LIST-TITLE PIC X(25)
           VALUE "Presupuestos registrados:".
       01 TEXT-BUDGET-LIST-NONE PIC X(32)
           VALUE "No hay presupuestos registrados.".
       01 TEXT-BUDGET-ALL-HOUSES PIC X(7)
           VALUE "(todas)".
       01 TEXT-BUDGET-SHOW-YEAR PIC X(6)
           VALUE "ANO: ".
       01 TEXT-BUDGET-SHOW-MONTH PIC X(7)
           VALUE "MES: ".
       01 TEXT-BUDGET-SHOW-HOUSE PIC X(11)
           VALUE "EDITORIAL: ".
       01 TEXT-BUDGET-SHOW-AMOUNT PIC X(9)
           VALUE "IMPORTE: ".
       01 TEXT-BUDGET-SHOW-ACTION PIC X(15)
           VALUE "AL PASARSE: ".
       01 ERROR-BUDGET-NO-FOUND PIC X(48)
           VALUE "No hay presupuesto para ese periodo y editorial.".
       01 ERROR-BUDGET-DUPLICATE PIC X(51)
           VALUE "Ya hay un presupuesto para ese periodo y editorial.".
       01 ERROR-BUDGET-INVALID-YEAR PIC X(14)
           VALUE "ANO NO VALIDO.".
       01 ERROR-BUDGET-INVALID-MONTH PIC X(14)
           VALUE "MES NO VALIDO.".
       01 ERROR-BUDGET-INVALID-HOUSE PIC X(20)
           VALUE "EDITORIAL NO VALIDA.".
       01 ERROR-BUDGET-INVALID-VALUE PIC X(18)
           VALUE "IMPORTE NO VALIDO.".
       01 ERROR-BUDGET-INVALID-ACTION PIC X(27)
           VALUE "AVISO NO VALIDO, USA A O C.".
       01 ERROR-BUDGET-CANT-UPDATE PIC X(34)
           VALUE "ERROR ACTUALIZANDO EL PRESUPUESTO.".
