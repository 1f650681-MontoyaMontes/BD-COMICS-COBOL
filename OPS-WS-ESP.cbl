           VALUE "2. Lanzar un trabajo".
       01 TEXT-OPS-MODE-OPTION-3 PIC X(30)
           VALUE "3. Ver el ultimo resultado".
       01 TEXT-OPS-MODE-OPTION-4 PIC X(35)
           VALUE "4. Imprimir un informe a medida".
       01 TEXT-OPS-MODE-OPTION-5 PIC X(29)
           VALUE "5. Sesiones y estado del lote".
       01 TEXT-OPS-MODE-OPTION-6 PIC X(8)
           VALUE "6. Salir".
       01 TEXT-OPS-PARAMS-TITLE PIC X(28)
           VALUE "Parametros de lotes actuales".
       01 TEXT-OPS-SHOW-UNATTENDED PIC X(25)
           VALUE "ESTADO: ".
       01 TEXT-OPS-WHICH-JOB PIC X(43)
           VALUE "Numero del trabajo a consultar (0 = nada).".
       01 ERROR-OPS-NOT-ALLOWED PIC X(30)
           VALUE "Tu rol no permite esa accion.".
       01 TEXT-OPS-DEFS-TITLE PIC X(28)
           VALUE "Informes a medida guardados:".
       01 TEXT-OPS-NO-DEFS PIC X(32)
           VALUE "No hay definiciones de informe.".
       01 TEXT-OPS-WHICH-DEF PIC X(38)
           VALUE "Nombre del informe (en blanco vuelve).".
       01 TEXT-OPS-DEF-PRINTED PIC X(45)
           VALUE "Impreso en bd-comic-adhoc-report.txt; comics:".
       01 ERROR-OPS-NO-DEF PIC X(38)
           VALUE "No hay definicion con ese nombre.".
       01 ERROR-OPS-BATCH-ON PIC X(52)
           VALUE "El lote nocturno esta en marcha; espera a que acabe.".
       01 TEXT-OPS-BATCH-TITLE PIC X(13)
           VALUE "Lote nocturno".
       01 TEXT-OPS-BATCH-NEVER PIC X(37)
           VALUE "El lote nocturno no ha corrido nunca.".
       01 TEXT-OPS-BATCH-IDLE PIC X(17)
           VALUE "ESTADO: en reposo".
       01 TEXT-OPS-BATCH-WAITING PIC X(44)
           VALUE "ESTADO: esperando a que cierren las sesiones".
       01 TEXT-OPS-BATCH-RUNNING PIC X(17)
           VALUE "ESTADO: en marcha".
       01 TEXT-OPS-BATCH-SINCE PIC X(7)
           VALUE "DESDE: ".
       01 TEXT-OPS-BATCH-NOTE PIC X(16)
           VALUE "ULTIMA VENTANA: ".
       01 TEXT-OPS-SESSIONS-TITLE PIC X(33)
           VALUE "Sesiones abiertas en los puestos:".
       01 TEXT-OPS-NO-SESSIONS PIC X(30)
           VALUE "No hay ninguna sesion abierta.".
       01 TEXT-OPS-SESSION-ROLE PIC X(7)
           VALUE " ROL ".
       01 TEXT-OPS-SESSION-SINCE PIC X(7)
           VALUE " DESDE ".
       01 TEXT-OPS-ASK-CLEAR PIC X(38)
           VALUE "Sesion colgada a borrar (0 = ninguna).".
       01 TEXT-OPS-SESSION-CLEARED PIC X(38)
           VALUE "Sesion borrada del estado del sistema.".
       01 TEXT-OPS-ASK-BATCH-RESET PIC X(54)
           VALUE "Poner el lote en reposo? Solo si ya no corre (S/N)".
       01 TEXT-OPS-BATCH-RESET PIC X(22)
           VALUE "Lote puesto en reposo.".
       01 TEXT-OPS-SHOW-OWNER PIC X(13)
           VALUE "PROPIETARIO: ".
       01 TEXT-OPS-ALL-OWNERS PIC X(17)
           VALUE "(toda la casa)".
       01 TEXT-OPS-SHOW-WAIT PIC X(23)
           VALUE "ESPERA SESIONES (MIN): ".
       01 TEXT-OPS-ASK-OWNER PIC X(41)
           VALUE "Codigo de propietario (* = toda la casa).".
       01 TEXT-OPS-ASK-WAIT PIC X(50)
           VALUE "Minutos que el lote espera a las sesiones (0-999).".
       01 ERROR-OPS-BAD-OWNER PIC X(39)
           VALUE "Ese propietario no esta en el registro.".
       01 ERROR-OPS-BAD-WAIT PIC X(37)
           VALUE "Espera no valida: de 0 a 999 minutos.".
