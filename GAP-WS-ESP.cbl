           VALUE "  AVISO: SERIE INCOMPLETA, ".
       01 TEXT-GAP-TRUNCATED-SUFFIX PIC X(22)
           VALUE " NO CONTABILIZADOS.".
       01 TEXT-GAP-LINKED PIC X(42)
           VALUE "Variantes y reediciones enlazadas, fuera: ".
