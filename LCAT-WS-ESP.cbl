       01 TEXT-LCAT-TITLE PIC X(23)
           VALUE "CATALOGO DE PRESTAMO - ".
       01 TEXT-LCAT-INTRO PIC X(41)
           VALUE "Comics que se pueden pedir prestados hoy.".
       01 TEXT-LCAT-PUBLISHER PIC X(11)
           VALUE "EDITORIAL: ".
       01 TEXT-LCAT-SERIES PIC X(8)
           VALUE "SERIE: ".
       01 TEXT-LCAT-NO-SERIES PIC X(13)
           VALUE "Otros titulos".
       01 TEXT-LCAT-H-ID PIC X(2)
           VALUE "ID".
       01 TEXT-LCAT-H-ISSUE PIC X(4)
           VALUE "NUM.".
       01 TEXT-LCAT-H-TITLE PIC X(6)
           VALUE "TITULO".
       01 TEXT-LCAT-H-CHARACTER PIC X(9)
           VALUE "PERSONAJE".
       01 TEXT-LCAT-H-CONDITION PIC X(9)
           VALUE "ESTADO".
       01 TEXT-LCAT-H-HOLDS PIC X(7)
           VALUE "EN COLA".
       01 TEXT-LCAT-HOLD-MARK PIC X(20)
           VALUE "RESERVADO, EN COLA: ".
       01 TEXT-LCAT-TOTAL PIC X(20)
           VALUE "Comics disponibles: ".
       01 TEXT-LCAT-EMPTY PIC X(35)
           VALUE "Ahora mismo no hay nada disponible.".
       01 TEXT-LCAT-TABLE-FULL PIC X(40)
           VALUE "AVISO: TABLA LLENA, CATALOGO INCOMPLETO.".
       01 TEXT-LCAT-DONE PIC X(49)
           VALUE "Catalogo en bd-comic-lending-catalog.txt y .html".
