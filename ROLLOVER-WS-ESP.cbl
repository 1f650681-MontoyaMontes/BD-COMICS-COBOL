       01 TEXT-ROLL-TITLE PIC X(40)
           VALUE "CIERRE ANUAL DE LOS HISTORICOS".
       01 TEXT-ROLL-START PIC X(44)
           VALUE "Pasando los anos cerrados a sus archivos...".
       01 TEXT-ROLL-NO-CONTROL PIC X(42)
           VALUE "No se puede abrir el control de cierres".
       01 TEXT-ROLL-LEDGER-LABEL PIC X(10)
           VALUE "HISTORICO ".
       01 TEXT-ROLL-NO-FILE PIC X(31)
           VALUE "  Sin fichero, nada que cerrar".
       01 TEXT-ROLL-NO-COMICS PIC X(51)
           VALUE "  Sin fichero de comics: los prestamos siguen vivos".
       01 TEXT-ROLL-NOTHING PIC X(37)
           VALUE "  Nada anterior al ano en curso".
       01 TEXT-ROLL-YEAR-LABEL PIC X(7)
           VALUE "  Ano ".
       01 TEXT-ROLL-MOVED-LABEL PIC X(12)
           VALUE " archivadas ".
       01 TEXT-ROLL-FROM-LABEL PIC X(6)
           VALUE " del ".
       01 TEXT-ROLL-TO-LABEL PIC X(4)
           VALUE " al ".
       01 TEXT-ROLL-INTO-LABEL PIC X(6)
           VALUE " en ".
       01 TEXT-ROLL-READ-LABEL PIC X(9)
           VALUE "  Leidas ".
       01 TEXT-ROLL-KEPT-LABEL PIC X(14)
           VALUE " quedan vivas ".
       01 TEXT-ROLL-CONFIRMED PIC X(43)
           VALUE "  Cuentas cuadradas, fichero vivo recortado".
       01 TEXT-ROLL-FAILED PIC X(47)
           VALUE "  LAS CUENTAS NO CUADRAN: FICHERO VIVO INTACTO".
       01 TEXT-ROLL-PROBLEM-SPLIT PIC X(43)
           VALUE "  Leidas distinto de quedan mas archivadas".
       01 TEXT-ROLL-PROBLEM-WORK PIC X(50)
           VALUE "  La copia de trabajo no cuadra con las que quedan".
       01 TEXT-ROLL-PROBLEM-ARCHIVE PIC X(30)
           VALUE "  Lineas de mas o de menos en ".
       01 TEXT-ROLL-PROBLEM-CONTROL PIC X(35)
           VALUE "  Tocado desde el ultimo cierre: ".
       01 TEXT-ROLL-PROBLEM-OPEN PIC X(38)
           VALUE "  No se puede escribir, quedan vivas: ".
       01 TEXT-ROLL-PROBLEM-FULL PIC X(45)
           VALUE "  Demasiados anos en una pasada, quedan vivas".
       01 TEXT-ROLL-PROBLEM-REPLACE PIC X(38)
           VALUE "  No se pudo sustituir el fichero vivo".
       01 TEXT-ROLL-FOUND-LABEL PIC X(7)
           VALUE " hay ".
       01 TEXT-ROLL-EXPECTED-LABEL PIC X(11)
           VALUE " esperadas ".
       01 TEXT-ROLL-DONE PIC X(38)
           VALUE "Cierre anual terminado, ver el informe".
       01 TEXT-ROLL-WITH-ERRORS PIC X(40)
           VALUE "Cierre anual con errores, ver el informe".
       01 TEXT-ROLL-PROBLEM-MOVED-WORK PIC X(47)
           VALUE "  La copia de trabajo no cuadra con las movidas".
       01 TEXT-ROLL-PROBLEM-TAKEN PIC X(41)
           VALUE "  Entradas retiradas del fichero indexado".
       01 TEXT-ROLL-PROBLEM-LEFT PIC X(44)
           VALUE "  Entradas que quedan en el fichero indexado".
