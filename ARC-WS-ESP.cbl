
       01 TEXT-ARC-MODE-PROMPT PIC X(37)
           VALUE "Arcos argumentales. Elija una opcion:".
       01 TEXT-ARC-MODE-OPTION-1 PIC X(18)
           VALUE "1. Alta de un arco".
       01 TEXT-ARC-MODE-OPTION-2 PIC X(34)
           VALUE "2. Cambiar partes, titulo o borrar".
       01 TEXT-ARC-MODE-OPTION-3 PIC X(19)
           VALUE "3. Listar los arcos".
       01 TEXT-ARC-MODE-OPTION-4 PIC X(8)
           VALUE "4. Salir".
       01 TEXT-ARC-CODE-PROMPT PIC X(16)
           VALUE "Codigo del arco:".
       01 TEXT-ARC-TITLE-PROMPT PIC X(16)
           VALUE "Titulo del arco:".
       01 TEXT-ARC-BLANK-EXIT PIC X(23)
           VALUE "(en blanco para volver)".
       01 TEXT-ARC-BLANK-END PIC X(25)
           VALUE "(en blanco para terminar)".
       01 TEXT-ARC-PART-NUMBER PIC X(13)
           VALUE "Parte numero ".
       01 TEXT-ARC-SERIES-PROMPT PIC X(27)
           VALUE "ID de la serie de la parte:".
       01 TEXT-ARC-SHOW-SERIES PIC X(8)
           VALUE "Serie: ".
       01 TEXT-ARC-ISSUE-PROMPT PIC X(27)
           VALUE "Numero dentro de la serie:".
       01 TEXT-ARC-POSITION-PROMPT PIC X(32)
           VALUE "Posicion en el orden de lectura:".
       01 TEXT-ARC-POSITION-END PIC X(22)
           VALUE "(en blanco = al final)".
       01 TEXT-ARC-EDIT-PROMPT PIC X(48)
           VALUE "1 Titulo 2 Insertar 3 Quitar parte 4 Borrar arco".
       01 TEXT-ARC-DELETE-CONFIRM PIC X(28)
           VALUE "Borrar el arco entero? (Y/N)".
       01 TEXT-ARC-RESTART PIC X(18)
           VALUE "Otro arco? (Y/N)".
       01 TEXT-ARC-ADDED PIC X(18)
           VALUE "Arco dado de alta.".
       01 TEXT-ARC-UPDATED PIC X(17)
           VALUE "Arco actualizado.".
       01 TEXT-ARC-DELETED PIC X(13)
           VALUE "Arco borrado.".
       01 TEXT-ARC-SHOW-CODE PIC X(8)
           VALUE "Codigo: ".
       01 TEXT-ARC-SHOW-TITLE PIC X(8)
           VALUE "Titulo: ".
       01 TEXT-ARC-SHOW-PARTS PIC X(8)
           VALUE "Partes: ".
       01 TEXT-ARC-LIST-TITLE PIC X(18)
           VALUE "Arcos argumentales".
       01 TEXT-ARC-LIST-NONE PIC X(27)
           VALUE "No hay arcos dados de alta.".
       01 TEXT-ARC-LIST-TOTAL PIC X(16)
           VALUE "Arcos listados: ".
       01 ERROR-ARC-INVALID-CODE PIC X(36)
           VALUE "El codigo no puede quedar en blanco.".
       01 ERROR-ARC-INVALID-TITLE PIC X(36)
           VALUE "El titulo no puede quedar en blanco.".
       01 ERROR-ARC-DUPLICATE PIC X(37)
           VALUE "Ya existe un arco con ese codigo.".
       01 ERROR-ARC-NO-FOUND PIC X(33)
           VALUE "No existe un arco con ese codigo.".
       01 ERROR-ARC-NO-SERIES PIC X(42)
           VALUE "Esa serie no esta en el maestro de series.".
       01 ERROR-ARC-INVALID-ISSUE PIC X(21)
           VALUE "Numero no valido.".
       01 ERROR-ARC-INVALID-POSITION PIC X(19)
           VALUE "Posicion no valida.".
       01 ERROR-ARC-FULL PIC X(29)
           VALUE "El arco ya tiene 60 partes.".
       01 ERROR-ARC-CANT-UPDATE PIC X(30)
           VALUE "No se pudo actualizar el arco.".
       01 TEXT-ARC-RULE PIC X(86)
           VALUE ALL "=".
       01 TEXT-ARC-REPORT-TITLE PIC X(26)
           VALUE "ORDEN DE LECTURA DEL ARCO ".
       01 TEXT-ARC-UNKNOWN-SERIES PIC X(26)
           VALUE "(serie fuera del maestro)".
       01 TEXT-ARC-MISSING-FLAG PIC X(15)
           VALUE "*** FALTA ***".
       01 TEXT-ARC-COPY-ID PIC X(4)
           VALUE "ID: ".
       01 TEXT-ARC-COPY-LOCATION PIC X(6)
           VALUE "Ubic: ".
       01 TEXT-ARC-OWNED-TOTAL PIC X(18)
           VALUE "Partes que tengo: ".
       01 TEXT-ARC-MISSING-TOTAL PIC X(19)
           VALUE "Partes que faltan: ".
       01 TEXT-ARC-REPORT-WRITTEN PIC X(38)
           VALUE "Arco anadido a bd-comic-arc-report.txt".
       01 TEXT-ARC-WANT-CONFIRM PIC X(48)
           VALUE "Pasar las que faltan a la lista de deseos? (Y/N)".
       01 TEXT-ARC-WANTS-ADDED PIC X(17)
           VALUE "Deseos anadidos: ".
