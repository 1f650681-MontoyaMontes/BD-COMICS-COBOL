
       01 TEXT-OPERATOR-MODE-PROMPT PIC X(23)
           VALUE "Que quieres hacer?".
       01 TEXT-OPERATOR-MODE-OPTION-1 PIC X(21)
           VALUE "1. Anadir un operador".
       01 TEXT-OPERATOR-MODE-OPTION-2 PIC X(24)
           VALUE "2. Modificar un operador".
       01 TEXT-OPERATOR-MODE-OPTION-3 PIC X(19)
           VALUE "3. Volver al menu".
       01 TEXT-OPERATOR-ID-PROMPT PIC X(40)
           VALUE "Introduce el ID del operador (hasta 10).".
       01 TEXT-OPERATOR-NAME-PROMPT PIC X(29)
           VALUE "Introduce el nombre completo.".
       01 TEXT-OPERATOR-PASSWORD-PROMPT PIC X(29)
           VALUE "Introduce la clave de acceso.".
       01 TEXT-OPERATOR-ROLE-PROMPT PIC X(47)
           VALUE "Rol (1 = mostrador, 2 = conservador, 3 = jefe):".
       01 TEXT-OPERATOR-ID-TO-EDIT PIC X(29)
           VALUE "ID del operador a modificar.".
       01 TEXT-OPERATOR-BLANK-EXIT PIC X(26)
           VALUE "Deja en blanco para salir.".
       01 TEXT-OPERATOR-KEEP-BLANK PIC X(45)
           VALUE "Deja en blanco para mantener el valor actual.".
       01 TEXT-OPERATOR-NEW-NAME PIC X(13)
           VALUE "Nuevo nombre:".
       01 TEXT-OPERATOR-NEW-PASSWORD PIC X(13)
           VALUE "Nueva clave:".
       01 TEXT-OPERATOR-NEW-STATUS PIC X(34)
           VALUE "Estado (A = activo, B = de baja):".
       01 TEXT-SHOW-OPERATOR-ID PIC X(4)
           VALUE "ID: ".
       01 TEXT-SHOW-OPERATOR-NAME PIC X(8)
           VALUE "NOMBRE: ".
       01 TEXT-SHOW-OPERATOR-ROLE PIC X(6)
           VALUE "ROL: ".
       01 TEXT-SHOW-OPERATOR-STATUS PIC X(8)
           VALUE "ESTADO: ".
       01 TEXT-OPERATOR-ADDED PIC X(20)
           VALUE "Operador registrado.".
       01 TEXT-OPERATOR-UPDATED PIC X(21)
           VALUE "Operador actualizado.".
       01 TEXT-OPERATOR-RESTART PIC X(33)
           VALUE "Quiere anadir otro operador (Y/N)".
       01 ERROR-OPERATOR-ID-BLANK PIC X(32)
           VALUE "El ID no puede quedar en blanco.".
       01 ERROR-OPERATOR-BAD-ROLE PIC X(27)
           VALUE "El rol debe ser 1, 2 o 3.".
       01 ERROR-OPERATOR-DUPLICATE PIC X(36)
           VALUE "Ese operador ya esta registrado.".
       01 ERROR-OPERATOR-NO-FOUND PIC X(27)
           VALUE "No hay operador con ese ID.".
       01 ERROR-CANT-UPDATE-OPERATOR PIC X(28)
           VALUE "ERROR ACTUALIZANDO OPERADOR.".
