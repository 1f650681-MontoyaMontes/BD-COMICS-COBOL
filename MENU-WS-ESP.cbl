           VALUE "21. Repaso de codigos de barras".
       01 TEXT-MENU-OPTION-22 PIC X(27)
           VALUE "22. Intercambiar un comic".
       01 TEXT-MENU-OPTION-23 PIC X(26)
           VALUE "23. Registro de operadores".
       01 TEXT-MENU-OPTION-24 PIC X(16)
           VALUE "24. Consignas".
       01 TEXT-MENU-OPTION-25 PIC X(21)
           VALUE "25. Anuncios de venta".
       01 TEXT-MENU-OPTION-26 PIC X(23)
           VALUE "26. Inventario de cajas".
       01 TEXT-MENU-OPTION-27 PIC X(28)
           VALUE "27. Movimientos de ubicacion".
       01 TEXT-MENU-OPTION-28 PIC X(21)
           VALUE "28. Cambios de moneda".
       01 TEXT-MENU-OPTION-29 PIC X(26)
           VALUE "29. Presupuestos de compra".
       01 TEXT-MENU-OPTION-30 PIC X(27)
           VALUE "30. Facturas de proveedores".
       01 TEXT-MENU-OPTION-31 PIC X(27)
           VALUE "31. Cuentas de prestatarios".
       01 TEXT-MENU-OPTION-32 PIC X(33)
           VALUE "32. Tramos de recargo por retraso".
       01 TEXT-MENU-OPTION-33 PIC X(21)
           VALUE "33. Trabajo de hoy".
       01 TEXT-MENU-OPTION-34 PIC X(29)
           VALUE "34. Definir informes a medida".
       01 TEXT-MENU-OPTION-35 PIC X(27)
           VALUE "35. Pedidos fijos de series".
       01 TEXT-MENU-OPTION-36 PIC X(22)
           VALUE "36. Arcos argumentales".
       01 TEXT-MENU-OPTION-37 PIC X(34)
           VALUE "37. Informe de lectura de un arco".
       01 TEXT-MENU-OPTION-38 PIC X(29)
           VALUE "38. Variantes y reimpresiones".
       01 TEXT-MENU-OPTION-39 PIC X(28)
           VALUE "39. Registro de propietarios".
       01 TEXT-MENU-OPTION-40 PIC X(25)
           VALUE "40. Traspaso de propiedad".
       01 TEXT-MENU-OPTION-41 PIC X(9)
           VALUE "41. Salir".
       01 TEXT-MENU-INVALID PIC X(19)
           VALUE "Opcion no valida.".
      * Deliberately bilingual: it is shown before the choice is
      * made, so neither language can assume the other.
       01 TEXT-LANGUAGE-PROMPT PIC X(39)
           VALUE "Idioma/Language: 1. Espanol  2. English".
       01 TEXT-MENU-OPERATOR PIC X(10)
           VALUE "Operador: ".
       01 TEXT-MENU-NOT-ALLOWED PIC X(37)
           VALUE "Tu rol no permite esa opcion.".
       01 TEXT-SIGN-ON-ID-PROMPT PIC X(14)
           VALUE "Operador (ID):".
       01 TEXT-SIGN-ON-PASSWORD-PROMPT PIC X(9)
           VALUE "Clave:".
       01 TEXT-SIGN-ON-WELCOME PIC X(12)
           VALUE "Bienvenido, ".
       01 TEXT-SIGN-ON-FAILED PIC X(29)
           VALUE "Operador o clave incorrectos.".
       01 TEXT-SIGN-ON-REFUSED PIC X(38)
           VALUE "Demasiados intentos; fin de la sesion.".
       01 TEXT-SIGN-ON-NO-REGISTRY PIC X(49)
           VALUE "Sin operadores registrados: entrada como jefe.".
       01 TEXT-MENU-BATCH-RUNNING PIC X(40)
           VALUE "Lote nocturno en marcha: solo consultas.".
