
       01 TEXT-XFER-MODE-PROMPT PIC X(23)
           VALUE "Que quieres hacer?".
       01 TEXT-XFER-MODE-OPTION-1 PIC X(40)
           VALUE "1. Traspasar un comic a otro propietario".
       01 TEXT-XFER-MODE-OPTION-2 PIC X(32)
           VALUE "2. Ver los traspasos de un comic".
       01 TEXT-XFER-MODE-OPTION-3 PIC X(8)
           VALUE "3. Salir".
       01 TEXT-XFER-ID-PROMPT PIC X(38)
           VALUE "Introduce el ID del comic a traspasar.".
       01 TEXT-XFER-ID-HIST-PROMPT PIC X(38)
           VALUE "Introduce el ID del comic a consultar.".
       01 TEXT-XFER-RANGE PIC X(25)
           VALUE "Introduce un valor entero".
       01 TEXT-XFER-EXIT-HINT PIC X(23)
           VALUE "Introduce 0 para salir.".
       01 TEXT-XFER-NO-FOUND PIC X(20)
           VALUE "Comic no encontrado.".
       01 TEXT-XFER-GONE PIC X(36)
           VALUE "El comic ya no esta en la casa.".
       01 TEXT-XFER-SHOW-NAME PIC X(8)
           VALUE "Titulo: ".
       01 TEXT-XFER-SHOW-OWNER PIC X(20)
           VALUE "Propietario actual: ".
       01 TEXT-XFER-UNASSIGNED PIC X(13)
           VALUE "(sin asignar)".
       01 TEXT-XFER-NEW-OWNER-PROMPT PIC X(46)
           VALUE "Codigo del nuevo propietario (Intro = anular).".
       01 TEXT-XFER-REASON-PROMPT PIC X(35)
           VALUE "Motivo del traspaso (opcional).".
       01 TEXT-XFER-SAME-OWNER PIC X(40)
           VALUE "El comic ya es de ese propietario.".
       01 TEXT-XFER-CANCELLED PIC X(19)
           VALUE "Traspaso anulado.".
       01 TEXT-XFER-DONE PIC X(18)
           VALUE "Traspaso anotado.".
       01 TEXT-XFER-HIST-TITLE PIC X(51)
           VALUE "Fecha    De    A     Valor        Operador   Motivo".
       01 TEXT-XFER-HIST-NONE PIC X(28)
           VALUE "El comic no tiene traspasos.".
       01 ERROR-XFER-BAD-OWNER PIC X(39)
           VALUE "Propietario inexistente o dado de baja.".
       01 ERROR-XFER-CANT-UPDATE PIC X(29)
           VALUE "ERROR AL ACTUALIZAR EL COMIC.".
