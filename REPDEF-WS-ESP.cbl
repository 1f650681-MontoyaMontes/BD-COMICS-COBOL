
       01 TEXT-ADHOC-TITLE PIC X(17)
           VALUE "INFORME A MEDIDA:".
       01 TEXT-ADHOC-RUN-DATE PIC X(6)
           VALUE "Fecha:".
       01 TEXT-ADHOC-SELECTION PIC X(10)
           VALUE "Seleccion:".
       01 TEXT-ADHOC-ALL-COMICS PIC X(28)
           VALUE "todos los comics no borrados".
       01 TEXT-ADHOC-SUBTOTAL PIC X(8)
           VALUE "Subtotal".
       01 TEXT-ADHOC-TOTAL PIC X(5)
           VALUE "TOTAL".
       01 TEXT-ADHOC-COMICS PIC X(15)
           VALUE " comics, valor ".
       01 TEXT-ADHOC-NONE PIC X(33)
           VALUE "Ningun comic cumple la seleccion.".
       01 TEXT-ADHOC-OVERFLOW PIC X(46)
           VALUE "Seleccionados que no caben en el listado:".
       01 TEXT-REPDEF-MODE-PROMPT PIC X(23)
           VALUE "Que quieres hacer?".
       01 TEXT-REPDEF-MODE-OPTION-1 PIC X(35)
           VALUE "1. Anadir una definicion de informe".
       01 TEXT-REPDEF-MODE-OPTION-2 PIC X(27)
           VALUE "2. Modificar una definicion".
       01 TEXT-REPDEF-MODE-OPTION-3 PIC X(24)
           VALUE "3. Borrar una definicion".
       01 TEXT-REPDEF-MODE-OPTION-4 PIC X(22)
           VALUE "4. Listar definiciones".
       01 TEXT-REPDEF-MODE-OPTION-5 PIC X(8)
           VALUE "5. Salir".
       01 TEXT-REPDEF-NAME-PROMPT PIC X(43)
           VALUE "Nombre de la definicion (en blanco vuelve).".
       01 TEXT-REPDEF-TITLE-PROMPT PIC X(19)
           VALUE "Titulo del informe.".
       01 TEXT-REPDEF-SCHEDULED-PROMPT PIC X(39)
           VALUE "Se imprime en la cadena nocturna? (S/N)".
       01 TEXT-REPDEF-KEEP-BLANK PIC X(45)
           VALUE "Deja en blanco para mantener el valor actual.".
       01 TEXT-REPDEF-CHANGE-CRITERIA PIC X(28)
           VALUE "Cambiar los criterios? (S/N)".
       01 TEXT-REPDEF-CHANGE-SORT PIC X(27)
           VALUE "Cambiar el orden? (S/N)".
       01 TEXT-REPDEF-CHANGE-COLUMNS PIC X(27)
           VALUE "Cambiar las columnas? (S/N)".
       01 TEXT-REPDEF-CONFIRM-DELETE PIC X(29)
           VALUE "Borrar esta definicion? (S/N)".
       01 TEXT-REPDEF-FIELDS-TITLE PIC X(19)
           VALUE "Campos disponibles:".
       01 TEXT-REPDEF-CRITERIA-TITLE PIC X(37)
           VALUE "Criterios, hasta 5; se cumplen todos.".
       01 TEXT-REPDEF-CRITERION-FIELD PIC X(39)
           VALUE "Campo del criterio (en blanco termina) ".
       01 TEXT-REPDEF-OPERATOR-PROMPT PIC X(26)
           VALUE "Operador (= <> > >= < <=).".
       01 TEXT-REPDEF-VALUE-TEXT PIC X(30)
           VALUE "Valor, tal como esta guardado.".
       01 TEXT-REPDEF-VALUE-NUMBER PIC X(44)
           VALUE "Valor, numero entero (importes en unidades).".
       01 TEXT-REPDEF-SORT-TITLE PIC X(25)
           VALUE "Claves de orden, hasta 3.".
       01 TEXT-REPDEF-SORT-FIELD PIC X(35)
           VALUE "Campo de orden (en blanco termina) ".
       01 TEXT-REPDEF-SORT-ORDER PIC X(39)
           VALUE "Orden ascendente (A) o descendente (D)?".
       01 TEXT-REPDEF-COLUMNS-TITLE PIC X(29)
           VALUE "Columnas a imprimir, hasta 8.".
       01 TEXT-REPDEF-COLUMN-FIELD PIC X(40)
           VALUE "Campo de la columna (en blanco termina) ".
       01 TEXT-REPDEF-DEFAULT-COLUMNS PIC X(52)
           VALUE "Sin columnas: se imprimen ID, titulo, numero, valor.".
       01 TEXT-REPDEF-SUBTOTAL-PROMPT PIC X(49)
           VALUE "Subtotales: 0 no, 1 por la clave 1, 2 por 1 y 2.".
       01 TEXT-REPDEF-ADDED PIC X(22)
           VALUE "Definicion registrada.".
       01 TEXT-REPDEF-UPDATED PIC X(23)
           VALUE "Definicion actualizada.".
       01 TEXT-REPDEF-DELETED PIC X(19)
           VALUE "Definicion borrada.".
       01 TEXT-REPDEF-SHOW-NAME PIC X(8)
           VALUE "NOMBRE: ".
       01 TEXT-REPDEF-SHOW-TITLE PIC X(8)
           VALUE "TITULO: ".
       01 TEXT-REPDEF-SHOW-SCHEDULED PIC X(10)
           VALUE "NOCTURNO: ".
       01 TEXT-REPDEF-SHOW-CRITERION PIC X(11)
           VALUE "CRITERIO: ".
       01 TEXT-REPDEF-SHOW-SORT PIC X(7)
           VALUE "ORDEN: ".
       01 TEXT-REPDEF-SHOW-COLUMN PIC X(9)
           VALUE "COLUMNA: ".
       01 TEXT-REPDEF-SHOW-SUBTOTAL PIC X(12)
           VALUE "SUBTOTALES: ".
       01 TEXT-REPDEF-LIST-TITLE PIC X(19)
           VALUE "NOMBRE     N TITULO".
       01 TEXT-REPDEF-LIST-NONE PIC X(32)
           VALUE "No hay definiciones de informe.".
       01 ERROR-REPDEF-DUPLICATE PIC X(45)
           VALUE "Ya hay una definicion con ese nombre.".
       01 ERROR-REPDEF-NO-FOUND PIC X(38)
           VALUE "No hay definicion con ese nombre.".
       01 ERROR-REPDEF-CANT-UPDATE PIC X(33)
           VALUE "ERROR ACTUALIZANDO LA DEFINICION.".
       01 ERROR-REPDEF-BAD-FIELD PIC X(26)
           VALUE "Numero de campo no valido.".
       01 ERROR-REPDEF-BAD-OPERATOR PIC X(19)
           VALUE "Operador no valido.".
       01 ERROR-REPDEF-BAD-NUMBER PIC X(44)
           VALUE "Debe ser un numero entero de hasta 9 cifras.".
       01 ERROR-REPDEF-BAD-SUBTOTAL PIC X(30)
           VALUE "Nivel de subtotales no valido.".
       01 TEXT-ADHOC-RUN-DONE PIC X(28)
           VALUE "Informes a medida impresos: ".
       01 TEXT-ADHOC-NO-RATE PIC X(49)
           VALUE "Comics sin cambio, fuera del total en dinero:".
