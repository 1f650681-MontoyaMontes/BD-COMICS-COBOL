
       01 TEXT-EXTEND-TITLE PIC X(51)
           VALUE "Ampliacion del fichero de comics con el propietario".
       01 TEXT-EXTEND-QUESTION PIC X(37)
           VALUE "Seguro que quiere ampliar ahora (Y/N)".
       01 TEXT-EXTEND-OWNER-PROMPT PIC X(52)
           VALUE "Propietario para todos los comics (Intro = ninguno):".
       01 ERROR-EXTEND-BAD-OWNER PIC X(46)
           VALUE "Ese propietario no esta activo en el registro.".
       01 TEXT-EXTEND-NO-SHORT PIC X(44)
           VALUE "No hay fichero previo ni actual que ampliar.".
       01 TEXT-EXTEND-READ PIC X(18)
           VALUE "Registros leidos: ".
       01 TEXT-EXTEND-WRITTEN PIC X(20)
           VALUE "Registros escritos: ".
       01 TEXT-EXTEND-DONE PIC X(47)
           VALUE "Ampliacion terminada; el previo queda aparte.".
       01 TEXT-EXTEND-BAK-NOTE PIC X(51)
           VALUE "Las copias .bak anteriores ya no son restaurables.".
       01 ERROR-CANT-EXTEND PIC X(30)
           VALUE "ERROR PREPARANDO LA AMPLIACION".
