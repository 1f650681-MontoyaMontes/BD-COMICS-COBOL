           VALUE "AVISO: INFORME INCOMPLETO, ".
       01 TEXT-REPORT-TRUNCATED-SUFFIX PIC X(22)
           VALUE " NO MOSTRADOS.".
       01 TEXT-REPORT-OWNER-PROMPT PIC X(41)
           VALUE "Propietario a listar (en blanco = todos).".
       01 TEXT-REPORT-OWNER-LABEL PIC X(13)
           VALUE "PROPIETARIO: ".
       01 TEXT-REPORT-OWNER-TITLE PIC X(22)
           VALUE "COMICS POR PROPIETARIO".
       01 TEXT-REPORT-UNASSIGNED PIC X(13)
           VALUE "(SIN ASIGNAR)".
