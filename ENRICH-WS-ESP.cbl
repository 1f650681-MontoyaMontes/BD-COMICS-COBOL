
       01 TEXT-ENRICH-START PIC X(38)
           VALUE "ENRIQUECIMIENTO DESDE CATALOGO EXTERNO".
       01 TEXT-ENRICH-NO-INPUT PIC X(43)
           VALUE "NO HAY FICHERO DE CATALOGO; NADA QUE HACER.".
       01 TEXT-ENRICH-UPDATED PIC X(19)
           VALUE "COMICS COMPLETADOS:".
       01 TEXT-ENRICH-XREF-ADDED PIC X(25)
           VALUE "LINEAS DE AUTOR ANADIDAS:".
       01 TEXT-ENRICH-EXCEPTIONS PIC X(17)
           VALUE "LINEAS A REVISAR:".
       01 TEXT-ENRICH-REASON-NONE PIC X(16)
           VALUE "SIN COINCIDENCIA".
       01 TEXT-ENRICH-REASON-AMBIGUOUS PIC X(9)
           VALUE "AMBIGUA".
       01 TEXT-ENRICH-REASON-BARCODE PIC X(15)
           VALUE "CODIGO DISTINTO".
       01 TEXT-ENRICH-REASON-BAD PIC X(15)
           VALUE "LINEA NO VALIDA".
       01 TEXT-ENRICH-TOTAL-READ PIC X(13)
           VALUE "LINEAS LEIDAS".
       01 TEXT-ENRICH-TOTAL-MATCHED PIC X(16)
           VALUE "LINEAS APLICADAS".
       01 TEXT-ENRICH-TOTAL-UPDATED PIC X(18)
           VALUE "COMICS COMPLETADOS".
       01 TEXT-ENRICH-TOTAL-FIELDS PIC X(17)
           VALUE "CAMPOS RELLENADOS".
       01 TEXT-ENRICH-TOTAL-XREF PIC X(16)
           VALUE "AUTORES ANADIDOS".
       01 TEXT-ENRICH-OUR-OVERFLOW PIC X(32)
           VALUE "COMICS SIN CARGAR (TABLA LLENA):".
       01 TEXT-ENRICH-XREF-TOO-BIG PIC X(39)
           VALUE "FICHERO DE AUTORES LLENO; NO SE ANADEN.".
       01 TEXT-ENRICH-REPORT-TITLE PIC X(35)
           VALUE "CATALOGO EXTERNO - LINEAS A REVISAR".
       01 TEXT-ENRICH-REPORT-HEADER PIC X(48)
           VALUE "MOTIVO               EDITORIAL            TITULO".
       01 ERROR-ENRICH-CANT-UPDATE PIC X(30)
           VALUE "NO SE PUDO ACTUALIZAR EL COMIC".
       01 TEXT-ENRICH-REPORT-HEADER-2 PIC X(19)
           VALUE "NUMERO FECHA    IDS".
