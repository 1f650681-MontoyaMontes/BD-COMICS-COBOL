
       01 TEXT-COMPL-TITLE PIC X(29)
           VALUE "INFORME DE DATOS COMPLETOS - ".
       01 TEXT-COMPL-COMICS PIC X(26)
           VALUE "Comics activos revisados: ".
       01 TEXT-COMPL-OVERALL PIC X(33)
           VALUE "Datos completos en la coleccion: ".
       01 TEXT-COMPL-WITH-GAPS PIC X(24)
           VALUE "Comics con algun hueco: ".
       01 TEXT-COMPL-MISSING-HEAD PIC X(25)
           VALUE "COMICS SIN CADA DATO".
       01 TEXT-COMPL-TAG-BARCODE PIC X(9)
           VALUE "CODBARRAS".
       01 TEXT-COMPL-TAG-COVER PIC X(7)
           VALUE "PORTADA".
       01 TEXT-COMPL-TAG-SERIES PIC X(6)
           VALUE "SERIE".
       01 TEXT-COMPL-TAG-LOCATION PIC X(9)
           VALUE "UBICACION".
       01 TEXT-COMPL-TAG-DEALER PIC X(8)
           VALUE "VENDEDOR".
       01 TEXT-COMPL-TAG-ACQUIRED PIC X(10)
           VALUE "FECHA-ALTA".
       01 TEXT-COMPL-TAG-CREATORS PIC X(8)
           VALUE "AUTORES".
       01 TEXT-COMPL-BY-PUBLISHER PIC X(34)
           VALUE "POR EDITORIAL (COMICS, % COMPLETO)".
       01 TEXT-COMPL-BY-SERIES PIC X(30)
           VALUE "POR SERIE (COMICS, % COMPLETO)".
       01 TEXT-COMPL-BY-BOX PIC X(29)
           VALUE "POR CAJA (COMICS, % COMPLETO)".
       01 TEXT-COMPL-NONE PIC X(13)
           VALUE "(sin asignar)".
       01 TEXT-COMPL-GROUPS-TRUNCATED PIC X(44)
           VALUE "Demasiados grupos; la lista esta incompleta.".
       01 TEXT-COMPL-WORKLIST PIC X(25)
           VALUE "LISTA DE TRABAJO POR CAJA".
       01 TEXT-COMPL-BOX-LABEL PIC X(6)
           VALUE "CAJA: ".
       01 TEXT-COMPL-WORK-TRUNCATED PIC X(44)
           VALUE "Demasiados comics; la lista esta incompleta.".
       01 TEXT-COMPL-HISTORY PIC X(43)
           VALUE "HISTORIAL DE EJECUCIONES (FECHA, COMICS, %)".
