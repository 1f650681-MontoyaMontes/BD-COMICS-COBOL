       01 TEXT-INDEX-TITLE PIC X(48)
           VALUE "Indexado de los historicos de prestamos y estado".
       01 TEXT-INDEX-QUESTION PIC X(37)
           VALUE "Seguro que quiere indexar ahora (Y/N)".
       01 TEXT-INDEX-LOAN-TITLE PIC X(23)
           VALUE "Historico de prestamos:".
       01 TEXT-INDEX-COND-TITLE PIC X(20)
           VALUE "Historico de estado:".
       01 TEXT-INDEX-NO-OLD PIC X(36)
           VALUE "  No hay fichero previo que indexar.".
       01 TEXT-INDEX-READ PIC X(23)
           VALUE "  Lineas leidas:       ".
       01 TEXT-INDEX-WRITTEN PIC X(23)
           VALUE "  Entradas escritas:   ".
       01 TEXT-INDEX-REJECTED PIC X(23)
           VALUE "  Lineas rechazadas:   ".
       01 TEXT-INDEX-ON-FILE PIC X(23)
           VALUE "  Entradas en fichero: ".
       01 TEXT-INDEX-BALANCED PIC X(24)
           VALUE "  Los recuentos cuadran.".
       01 TEXT-INDEX-UNBALANCED PIC X(27)
           VALUE "  LOS RECUENTOS NO CUADRAN".
       01 TEXT-INDEX-DONE PIC X(51)
           VALUE "Indexado terminado; los previos quedan aparte.".
       01 ERROR-CANT-INDEX PIC X(30)
           VALUE "  ERROR PREPARANDO EL INDEXADO".
