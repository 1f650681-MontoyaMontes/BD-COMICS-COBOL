
       01 TEXT-REL-MODE-PROMPT PIC X(44)
           VALUE "Variantes y reimpresiones. Elija una opcion:".
       01 TEXT-REL-MODE-OPTION-1 PIC X(39)
           VALUE "1. Enlazar un comic con su numero padre".
       01 TEXT-REL-MODE-OPTION-2 PIC X(19)
           VALUE "2. Quitar un enlace".
       01 TEXT-REL-MODE-OPTION-3 PIC X(29)
           VALUE "3. Ver la familia de un comic".
       01 TEXT-REL-MODE-OPTION-4 PIC X(8)
           VALUE "4. Salir".
       01 TEXT-REL-CHILD-PROMPT PIC X(47)
           VALUE "ID de la variante, reimpresion o recopilatorio:".
       01 TEXT-REL-PARENT-PROMPT PIC X(23)
           VALUE "ID del numero padre:".
       01 TEXT-REL-TYPE-PROMPT PIC X(18)
           VALUE "Tipo de relacion:".
       01 TEXT-REL-TYPE-OPTIONS PIC X(52)
           VALUE "V variante  P 2a impresion  F facsimil  T recopilado".
       01 TEXT-REL-SHOW-PROMPT PIC X(13)
           VALUE "ID del comic:".
       01 TEXT-REL-REMOVE-CONFIRM PIC X(25)
           VALUE "Quitar este enlace? (Y/N)".
       01 TEXT-REL-RESTART PIC X(19)
           VALUE "Otro enlace? (Y/N)".
       01 TEXT-REL-ADDED PIC X(15)
           VALUE "Enlace anadido.".
       01 TEXT-REL-REMOVED PIC X(15)
           VALUE "Enlace quitado.".
       01 TEXT-REL-NONE PIC X(32)
           VALUE "Ese comic no tiene relacionados.".
       01 TEXT-REL-CHILD-VARIANT PIC X(24)
           VALUE "Variante de portada de  ".
       01 TEXT-REL-CHILD-PRINTING PIC X(24)
           VALUE "Segunda impresion de    ".
       01 TEXT-REL-CHILD-FACSIMILE PIC X(24)
           VALUE "Facsimil de             ".
       01 TEXT-REL-CHILD-COLLECTED PIC X(24)
           VALUE "Recopila                ".
       01 TEXT-REL-MEMBER-VARIANT PIC X(24)
           VALUE "Variante de portada:    ".
       01 TEXT-REL-MEMBER-PRINTING PIC X(24)
           VALUE "Segunda impresion:      ".
       01 TEXT-REL-MEMBER-FACSIMILE PIC X(24)
           VALUE "Facsimil:               ".
       01 TEXT-REL-MEMBER-COLLECTED PIC X(24)
           VALUE "Recopilado en:          ".
       01 ERROR-REL-NO-CHILD PIC X(33)
           VALUE "No existe el comic a enlazar.".
       01 ERROR-REL-NO-PARENT PIC X(32)
           VALUE "No existe el numero padre.".
       01 ERROR-REL-SAME-COMIC PIC X(38)
           VALUE "Un comic no puede ser su propio padre.".
       01 ERROR-REL-INVALID-TYPE PIC X(27)
           VALUE "Tipo de relacion no valido.".
       01 ERROR-REL-CHILD-IS-PARENT PIC X(45)
           VALUE "Ese comic ya es el padre de una familia.".
       01 ERROR-REL-PARENT-IS-CHILD PIC X(45)
           VALUE "El padre ya esta enlazado a otro numero.".
       01 ERROR-REL-ALREADY-LINKED PIC X(40)
           VALUE "Ese comic ya tiene su numero padre.".
       01 ERROR-REL-DUPLICATE PIC X(25)
           VALUE "Ese enlace ya existe.".
       01 ERROR-REL-NO-FOUND PIC X(21)
           VALUE "No existe ese enlace.".
       01 ERROR-REL-CANT-UPDATE PIC X(32)
           VALUE "No se pudo actualizar el enlace.".
       01 TEXT-FAM-TITLE PIC X(51)
           VALUE "FAMILIAS: VARIANTES, REIMPRESIONES Y RECOPILATORIOS".
       01 TEXT-FAM-NONE PIC X(34)
           VALUE "No hay enlaces entre comics.".
       01 TEXT-FAM-DONE PIC X(42)
           VALUE "Familias escritas en bd-comic-families.txt".
       01 TEXT-FAM-PARENT PIC X(24)
           VALUE "NUMERO PADRE            ".
       01 TEXT-FAM-NOT-ON-FILE PIC X(26)
           VALUE "(ya no esta en el fichero)".
       01 TEXT-FAM-FAMILY-VALUE PIC X(19)
           VALUE "Valor de la familia".
       01 TEXT-FAM-FAMILY-TOTAL PIC X(10)
           VALUE "Familias: ".
       01 TEXT-FAM-LINK-TOTAL PIC X(9)
           VALUE "Enlaces: ".
       01 TEXT-FAM-VALUE-TOTAL PIC X(29)
           VALUE "Valor de todas las familias: ".
       01 TEXT-FAM-NO-RATE-MARK PIC X(10)
           VALUE "SIN CAMBIO".
       01 TEXT-FAM-NO-RATE-TOTAL PIC X(34)
           VALUE "Sin cambio, fuera de los totales: ".
