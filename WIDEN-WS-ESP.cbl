       01 TEXT-WIDEN-TITLE PIC X(47)
           VALUE "Ampliacion del fichero de comics con la moneda".
       01 TEXT-WIDEN-QUESTION PIC X(42)
           VALUE "Seguro que quiere ampliar ahora (Y/N)".
       01 TEXT-WIDEN-NO-NARROW PIC X(48)
           VALUE "No hay fichero previo ni actual que ampliar.".
       01 TEXT-WIDEN-READ PIC X(18)
           VALUE "Registros leidos: ".
       01 TEXT-WIDEN-WRITTEN PIC X(21)
           VALUE "Registros escritos: ".
       01 TEXT-WIDEN-DONE PIC X(47)
           VALUE "Ampliacion terminada; el previo queda aparte.".
       01 TEXT-WIDEN-BAK-NOTE PIC X(52)
           VALUE "Las copias .bak anteriores ya no son restaurables.".
       01 ERROR-CANT-WIDEN PIC X(30)
           VALUE "ERROR PREPARANDO LA AMPLIACION".
