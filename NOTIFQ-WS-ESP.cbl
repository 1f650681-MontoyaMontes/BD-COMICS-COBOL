
       01 TEXT-REMIND-QUEUED PIC X(36)
           VALUE "Avisos de prestamo puestos en cola: ".
       01 TEXT-DISPATCH-NO-QUEUE PIC X(28)
           VALUE "No hay avisos en cola.".
       01 TEXT-DISPATCH-SENT PIC X(38)
           VALUE "Avisos enviados al fichero de correo: ".
       01 TEXT-DISPATCH-UNADDRESSED PIC X(41)
           VALUE "Avisos sin direccion, siguen pendientes: ".
