           VALUE "Paso desconocido en el plan: ".
       01 TEXT-NIGHTLY-RESUME-GONE PIC X(46)
           VALUE "El paso del marcador ya no esta en el plan: ".
       01 TEXT-NIGHTLY-CHAIN-BROKEN PIC X(44)
           VALUE "Historial alterado: la cadena no se ejecuta.".
       01 TEXT-NIGHTLY-WAITING PIC X(41)
           VALUE "Esperando a que se cierren las sesiones: ".
       01 TEXT-NIGHTLY-HELD PIC X(46)
           VALUE "Siguen sesiones abiertas; sin actualizaciones.".
       01 TEXT-NIGHTLY-SKIP-HELD PIC X(29)
           VALUE "Sesiones abiertas; se omite: ".
       01 TEXT-NIGHTLY-HELD-NOTE PIC X(43)
           VALUE "Sesiones abiertas: actualizaciones omitidas".
