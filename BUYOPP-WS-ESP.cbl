
       01 TEXT-BUYOPP-START PIC X(41)
           VALUE "Buscando deseos en la lista de mercado...".
       01 TEXT-BUYOPP-NO-MARKET PIC X(41)
           VALUE "No hay lista de mercado; nada que buscar.".
       01 TEXT-BUYOPP-NO-WANTS PIC X(40)
           VALUE "No hay lista de deseos; nada que buscar.".
       01 TEXT-BUYOPP-MARGIN-PROMPT PIC X(42)
           VALUE "Margen para casi-ofertas, % (Intro = 10): ".
       01 TEXT-BUYOPP-TITLE PIC X(46)
           VALUE "OPORTUNIDADES DE COMPRA EN LA LISTA DE MERCADO".
       01 TEXT-BUYOPP-HIT-HEADING PIC X(29)
           VALUE "AL PRECIO MAXIMO O POR DEBAJO".
       01 TEXT-BUYOPP-NEAR-HEADING PIC X(48)
           VALUE "PARA NEGOCIAR: POR ENCIMA DEL MAXIMO HASTA UN % ".
       01 TEXT-BUYOPP-OPEN-HEADING PIC X(24)
           VALUE "SIN PRECIO MAXIMO FIJADO".
       01 TEXT-BUYOPP-NONE PIC X(11)
           VALUE "  (ninguna)".
       01 TEXT-BUYOPP-COL-PRIORITY PIC X(1)
           VALUE "P".
       01 TEXT-BUYOPP-COL-TITLE PIC X(27)
           VALUE "Editorial / titulo / numero".
       01 TEXT-BUYOPP-COL-DEALER PIC X(8)
           VALUE "Vendedor".
       01 TEXT-BUYOPP-COL-PRICE PIC X(8)
           VALUE "  Precio".
       01 TEXT-BUYOPP-COL-MAX PIC X(8)
           VALUE "  Maximo".
       01 TEXT-BUYOPP-COL-SAVING PIC X(8)
           VALUE "  Ahorro".
       01 TEXT-BUYOPP-COL-OVER PIC X(8)
           VALUE "  Exceso".
       01 TEXT-BUYOPP-NO-DEALER PIC X(13)
           VALUE "(sin indicar)".
       01 TEXT-BUYOPP-LINES-READ PIC X(26)
           VALUE "Lineas de mercado leidas: ".
       01 TEXT-BUYOPP-HIT-TOTAL PIC X(25)
           VALUE "Al maximo o por debajo: ".
       01 TEXT-BUYOPP-NEAR-TOTAL PIC X(15)
           VALUE "Para negociar: ".
       01 TEXT-BUYOPP-OPEN-TOTAL PIC X(19)
           VALUE "Sin precio maximo: ".
       01 TEXT-BUYOPP-SAVING-TOTAL PIC X(34)
           VALUE "Ahorro total frente al maximo: ".
       01 TEXT-BUYOPP-OVERFLOW PIC X(38)
           VALUE "Lineas que no cupieron en el informe: ".
       01 TEXT-BUYOPP-DONE PIC X(41)
           VALUE "Informe en bd-comic-buy-opportunities.txt".
