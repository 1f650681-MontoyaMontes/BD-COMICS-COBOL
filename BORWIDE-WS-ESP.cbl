       01 TEXT-BORWIDE-TITLE PIC X(50)
           VALUE "Ampliacion del fichero de prestatarios con saldo".
       01 TEXT-BORWIDE-QUESTION PIC X(42)
           VALUE "Seguro que quiere ampliar ahora (Y/N)".
       01 TEXT-BORWIDE-NO-NARROW PIC X(48)
           VALUE "No hay fichero previo ni actual que ampliar.".
       01 TEXT-BORWIDE-READ PIC X(18)
           VALUE "Registros leidos: ".
       01 TEXT-BORWIDE-WRITTEN PIC X(21)
           VALUE "Registros escritos: ".
       01 TEXT-BORWIDE-DONE PIC X(47)
           VALUE "Ampliacion terminada; el previo queda aparte.".
       01 ERROR-CANT-BORWIDE PIC X(30)
           VALUE "ERROR PREPARANDO LA AMPLIACION".
