       01 TEXT-AUDITQ-MODE-OPTION-3 PIC X(22)
           VALUE "3. Por rango de fechas".
       01 TEXT-AUDITQ-MODE-OPTION-4 PIC X(19)
           VALUE "4. Por operador".
       01 TEXT-AUDITQ-MODE-OPTION-5 PIC X(19)
           VALUE "5. Volver al menu".
       01 TEXT-AUDITQ-ID-PROMPT PIC X(38)
           VALUE "Introduce el ID de comic a consultar.".
       01 TEXT-AUDITQ-ACTION-PROMPT PIC X(22)
           VALUE "Todavia no existe fichero de auditoria.".
       01 TEXT-AUDITQ-BAD-DATES PIC X(44)
           VALUE "Las fechas deben ser numericas (AAAAMMDD).".
       01 TEXT-AUDITQ-OPERATOR-PROMPT PIC X(29)
           VALUE "Introduce el ID del operador.".
       01 TEXT-AUDITQ-OPERATOR-LABEL PIC X(13)
           VALUE "   OPERADOR: ".
