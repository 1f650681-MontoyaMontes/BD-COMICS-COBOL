
       01 TEXT-MOVR-MODE-PROMPT PIC X(34)
           VALUE "Elige una consulta de movimientos:".
       01 TEXT-MOVR-MODE-OPTION-1 PIC X(39)
           VALUE "1. Historial de ubicaciones de un comic".
       01 TEXT-MOVR-MODE-OPTION-2 PIC X(33)
           VALUE "2. Entradas y salidas de una caja".
       01 TEXT-MOVR-MODE-OPTION-3 PIC X(9)
           VALUE "3. Volver".
       01 TEXT-MOVR-ID-PROMPT PIC X(26)
           VALUE "Introduce el ID del comic.".
       01 TEXT-MOVR-EXIT-HINT PIC X(24)
           VALUE "Introduce 0 para volver.".
       01 TEXT-MOVR-NO-FOUND PIC X(42)
           VALUE "No se encontro ningun registro con ese ID.".
       01 TEXT-MOVR-HISTORY-TITLE PIC X(28)
           VALUE "HISTORIAL DE UBICACIONES ID=".
       01 TEXT-MOVR-FILED-NOW PIC X(18)
           VALUE "UBICACION ACTUAL: ".
       01 TEXT-MOVR-NO-MOVES PIC X(31)
           VALUE "  (sin movimientos registrados)".
       01 TEXT-MOVR-ARROW PIC X(4)
           VALUE " -> ".
       01 TEXT-MOVR-WRITTEN PIC X(39)
           VALUE "Informe en bd-comic-movement-report.txt".
       01 TEXT-MOVR-BOX-PROMPT PIC X(39)
           VALUE "Codigo de la caja (en blanco = volver).".
       01 TEXT-MOVR-FROM-DATE-PROMPT PIC X(49)
           VALUE "Desde la fecha AAAAMMDD (0 = desde el principio).".
       01 TEXT-MOVR-TO-DATE-PROMPT PIC X(40)
           VALUE "Hasta la fecha AAAAMMDD (0 = hasta hoy).".
       01 TEXT-MOVR-BOX-TITLE PIC X(30)
           VALUE "ENTRADAS Y SALIDAS DE LA CAJA ".
       01 TEXT-MOVR-IN PIC X(5)
           VALUE "ENTRA".
       01 TEXT-MOVR-OUT PIC X(4)
           VALUE "SALE".
       01 TEXT-MOVR-TOTAL-IN PIC X(16)
           VALUE "TOTAL ENTRADAS: ".
       01 TEXT-MOVR-TOTAL-OUT PIC X(15)
           VALUE "TOTAL SALIDAS: ".
