
       01 TEXT-OWNER-MODE-PROMPT PIC X(23)
           VALUE "Que quieres hacer?".
       01 TEXT-OWNER-MODE-OPTION-1 PIC X(24)
           VALUE "1. Anadir un propietario".
       01 TEXT-OWNER-MODE-OPTION-2 PIC X(27)
           VALUE "2. Modificar un propietario".
       01 TEXT-OWNER-MODE-OPTION-3 PIC X(26)
           VALUE "3. Listar los propietarios".
       01 TEXT-OWNER-MODE-OPTION-4 PIC X(19)
           VALUE "4. Volver al menu".
       01 TEXT-OWNER-CODE-PROMPT PIC X(46)
           VALUE "Introduce el codigo del propietario (hasta 5).".
       01 TEXT-OWNER-NAME-PROMPT PIC X(29)
           VALUE "Introduce el nombre completo.".
       01 TEXT-OWNER-OPERATOR-PROMPT PIC X(51)
           VALUE "Operador que anade por el (blanco = ninguno):".
       01 TEXT-OWNER-CODE-TO-EDIT PIC X(35)
           VALUE "Codigo del propietario a modificar.".
       01 TEXT-OWNER-BLANK-EXIT PIC X(26)
           VALUE "Deja en blanco para salir.".
       01 TEXT-OWNER-KEEP-BLANK PIC X(45)
           VALUE "Deja en blanco para mantener el valor actual.".
       01 TEXT-OWNER-NEW-NAME PIC X(13)
           VALUE "Nuevo nombre:".
       01 TEXT-OWNER-NEW-OPERATOR PIC X(29)
           VALUE "Nuevo operador (* = ninguno):".
       01 TEXT-OWNER-NEW-STATUS PIC X(33)
           VALUE "Estado (A = activo, B = de baja):".
       01 TEXT-SHOW-OWNER-CODE PIC X(8)
           VALUE "CODIGO: ".
       01 TEXT-SHOW-OWNER-NAME PIC X(8)
           VALUE "NOMBRE: ".
       01 TEXT-SHOW-OWNER-OPERATOR PIC X(10)
           VALUE "OPERADOR: ".
       01 TEXT-SHOW-OWNER-STATUS PIC X(8)
           VALUE "ESTADO: ".
       01 TEXT-OWNER-ADDED PIC X(23)
           VALUE "Propietario registrado.".
       01 TEXT-OWNER-UPDATED PIC X(24)
           VALUE "Propietario actualizado.".
       01 TEXT-OWNER-RESTART PIC X(36)
           VALUE "Quiere anadir otro propietario (Y/N)".
       01 TEXT-OWNER-LIST-TITLE PIC X(24)
           VALUE "PROPIETARIOS REGISTRADOS".
       01 TEXT-OWNER-LIST-EMPTY PIC X(28)
           VALUE "Todavia no hay propietarios.".
       01 ERROR-OWNER-CODE-BLANK PIC X(36)
           VALUE "El codigo no puede quedar en blanco.".
       01 ERROR-OWNER-DUPLICATE PIC X(35)
           VALUE "Ese propietario ya esta registrado.".
       01 ERROR-OWNER-NO-FOUND PIC X(34)
           VALUE "No hay propietario con ese codigo.".
       01 ERROR-OWNER-NO-OPERATOR PIC X(32)
           VALUE "Ese operador no esta registrado.".
       01 ERROR-OWNER-OPERATOR-TAKEN PIC X(45)
           VALUE "Ese operador ya anade por otro propietario.".
       01 ERROR-CANT-UPDATE-OWNER PIC X(31)
           VALUE "ERROR ACTUALIZANDO PROPIETARIO.".
