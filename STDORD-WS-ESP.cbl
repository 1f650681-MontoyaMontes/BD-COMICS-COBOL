
       01 TEXT-ORDER-MODE-PROMPT PIC X(34)
           VALUE "Pedidos fijos. Elija una opcion:".
       01 TEXT-ORDER-MODE-OPTION-1 PIC X(25)
           VALUE "1. Alta de un pedido fijo".
       01 TEXT-ORDER-MODE-OPTION-2 PIC X(37)
           VALUE "2. Cambiar, pausar, reanudar o anular".
       01 TEXT-ORDER-MODE-OPTION-3 PIC X(27)
           VALUE "3. Listar los pedidos fijos".
       01 TEXT-ORDER-MODE-OPTION-4 PIC X(8)
           VALUE "4. Salir".
       01 TEXT-ORDER-SERIES-PROMPT PIC X(15)
           VALUE "ID de la serie:".
       01 TEXT-ORDER-BLANK-EXIT PIC X(23)
           VALUE "(en blanco para volver)".
       01 TEXT-ORDER-SHOP-PROMPT PIC X(27)
           VALUE "Tienda que guarda la serie:".
       01 TEXT-ORDER-START-PROMPT PIC X(47)
           VALUE "Primer numero del pedido (blanco = el primero):".
       01 TEXT-ORDER-QUANTITY-PROMPT PIC X(29)
           VALUE "Numeros al mes (blanco = 1):".
       01 TEXT-ORDER-EDIT-PROMPT PIC X(39)
           VALUE "1 cambiar 2 pausar 3 reanudar 4 anular:".
       01 TEXT-ORDER-RESTART PIC X(20)
           VALUE "Otro pedido? (Y/N)".
       01 TEXT-ORDER-ADDED PIC X(25)
           VALUE "Pedido fijo dado de alta.".
       01 TEXT-ORDER-UPDATED PIC X(24)
           VALUE "Pedido fijo actualizado.".
       01 TEXT-ORDER-STATUS-ACTIVE PIC X(6)
           VALUE "ACTIVO".
       01 TEXT-ORDER-STATUS-PAUSED PIC X(7)
           VALUE "PAUSADO".
       01 TEXT-ORDER-STATUS-CANCELLED PIC X(9)
           VALUE "ANULADO".
       01 TEXT-ORDER-SHOW-SERIES PIC X(20)
           VALUE "Serie:              ".
       01 TEXT-ORDER-SHOW-SHOP PIC X(20)
           VALUE "Tienda:             ".
       01 TEXT-ORDER-SHOW-START PIC X(20)
           VALUE "Desde el numero:    ".
       01 TEXT-ORDER-SHOW-QUANTITY PIC X(20)
           VALUE "Numeros al mes:     ".
       01 TEXT-ORDER-SHOW-STATUS PIC X(20)
           VALUE "Estado:             ".
       01 TEXT-ORDER-SHOW-START-DATE PIC X(20)
           VALUE "Vence desde:        ".
       01 TEXT-ORDER-SHOW-LAST-ISSUE PIC X(20)
           VALUE "Ultimo llegado:     ".
       01 TEXT-ORDER-SHOW-ARRIVED PIC X(20)
           VALUE "Ejemplares llegados:".
       01 TEXT-ORDER-SHOW-LAST-DATE PIC X(20)
           VALUE "Ultima llegada:     ".
       01 TEXT-ORDER-SHOW-CHECKED PIC X(20)
           VALUE "Ultimo control:     ".
       01 TEXT-ORDER-LIST-TITLE PIC X(15)
           VALUE "PEDIDOS FIJOS".
       01 TEXT-ORDER-LIST-NONE PIC X(21)
           VALUE "No hay pedidos fijos.".
       01 TEXT-ORDER-LIST-TOTAL PIC X(18)
           VALUE "Pedidos listados: ".
       01 ERROR-ORDER-NO-SERIES PIC X(42)
           VALUE "Esa serie no esta en el maestro de series.".
       01 ERROR-ORDER-SERIES-CLOSED PIC X(44)
           VALUE "Esa serie ya termino; no admite pedido fijo.".
       01 ERROR-ORDER-INVALID-SHOP PIC X(39)
           VALUE "Tienda en blanco o no esta en la lista.".
       01 ERROR-ORDER-INVALID-ISSUE PIC X(27)
           VALUE "Numero de inicio no valido.".
       01 ERROR-ORDER-INVALID-QUANTITY PIC X(27)
           VALUE "Cantidad mensual no valida.".
       01 ERROR-ORDER-DUPLICATE PIC X(41)
           VALUE "Esa serie ya tiene pedido fijo.".
       01 ERROR-ORDER-NO-FOUND PIC X(34)
           VALUE "No hay pedido fijo para esa serie.".
       01 ERROR-ORDER-NOT-ACTIVE PIC X(38)
           VALUE "Solo se puede pausar un pedido activo.".
       01 ERROR-ORDER-ALREADY-ACTIVE PIC X(28)
           VALUE "El pedido ya esta activo.".
       01 ERROR-ORDER-ALREADY-CANCELLED PIC X(31)
           VALUE "El pedido ya esta anulado.".
       01 ERROR-ORDER-CANT-UPDATE PIC X(32)
           VALUE "No se pudo actualizar el pedido.".
       01 TEXT-OCHK-HEADER-2 PIC X(39)
           VALUE "TIENDA               ESTADO       DESDE".
       01 TEXT-OCHK-START PIC X(32)
           VALUE "CONTROL MENSUAL DE PEDIDOS FIJOS".
       01 TEXT-OCHK-NO-ORDERS PIC X(41)
           VALUE "No hay pedidos fijos; nada que controlar.".
       01 TEXT-OCHK-CHECKED PIC X(20)
           VALUE "Pedidos controlados:".
       01 TEXT-OCHK-LATE PIC X(19)
           VALUE "Numeros retrasados:".
       01 TEXT-OCHK-TITLE PIC X(43)
           VALUE "PEDIDOS FIJOS - LLEGADAS PREVISTAS Y REALES".
       01 TEXT-OCHK-COLUMNS PIC X(12)
           VALUE "SERIE TITULO".
       01 TEXT-OCHK-HEADER-3 PIC X(14)
           VALUE "DEBEN LLEGADOS".
       01 TEXT-OCHK-LATE-ISSUE PIC X(19)
           VALUE "RETRASADO EL NUMERO".
       01 TEXT-OCHK-DOUBLE-ISSUE PIC X(27)
           VALUE "LLEGADO DOS VECES EL NUMERO".
       01 TEXT-OCHK-COPIES PIC X(10)
           VALUE "EJEMPLARES".
       01 TEXT-OCHK-BEYOND PIC X(45)
           VALUE "EJEMPLARES FUERA DE LOS 240 PRIMEROS NUMEROS:".
       01 TEXT-OCHK-NO-SERIES PIC X(51)
           VALUE "LA SERIE YA NO ESTA EN EL MAESTRO; ANULAR EL PEDIDO".
       01 TEXT-OCHK-SERIES-ENDED PIC X(48)
           VALUE "SERIE TERMINADA; ANULAR EL PEDIDO. ULTIMO NUMERO".
       01 TEXT-OCHK-TOTAL-CHECKED PIC X(19)
           VALUE "PEDIDOS CONTROLADOS".
       01 TEXT-OCHK-TOTAL-LATE PIC X(18)
           VALUE "NUMEROS RETRASADOS".
       01 TEXT-OCHK-TOTAL-DOUBLE PIC X(26)
           VALUE "NUMEROS LLEGADOS DOS VECES".
       01 TEXT-OCHK-TOTAL-ENDED PIC X(31)
           VALUE "PEDIDOS SOBRE SERIES TERMINADAS".
       01 TEXT-OCHK-OVERFLOW PIC X(36)
           VALUE "PEDIDOS SIN CONTROLAR (TABLA LLENA):".
