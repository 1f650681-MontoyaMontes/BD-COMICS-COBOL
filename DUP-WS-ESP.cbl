           VALUE "AVISO: INFORME INCOMPLETO, ".
       01 TEXT-DUP-TRUNCATED-SUFFIX PIC X(22)
           VALUE " NO CONTABILIZADOS.".
       01 TEXT-DUP-LINKED-TOTAL PIC X(48)
           VALUE "PAREJAS DE VARIANTES ENLAZADAS, NO SOSPECHOSAS: ".
