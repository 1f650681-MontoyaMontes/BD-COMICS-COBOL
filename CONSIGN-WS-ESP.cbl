
       01 TEXT-CONSIGN-MODE-PROMPT PIC X(29)
           VALUE "Elige una opcion de consigna:".
       01 TEXT-CONSIGN-MODE-OPTION-1 PIC X(34)
           VALUE "1. Entregar un comic en consigna".
       01 TEXT-CONSIGN-MODE-OPTION-2 PIC X(34)
           VALUE "2. Anotar el informe del proveedor".
       01 TEXT-CONSIGN-MODE-OPTION-3 PIC X(28)
           VALUE "3. Listar consignas abiertas".
       01 TEXT-CONSIGN-MODE-OPTION-4 PIC X(9)
           VALUE "4. Volver".
       01 TEXT-CONSIGN-ID-PROMPT PIC X(42)
           VALUE "Introduce el ID del comic (0 para volver).".
       01 TEXT-CONSIGN-NOT-AVAILABLE PIC X(38)
           VALUE "No hay ningun comic activo con ese ID.".
       01 TEXT-CONSIGN-ON-LOAN PIC X(46)
           VALUE "Ese comic esta prestado; no puede consignarse.".
       01 TEXT-SHOW-ID PIC X(4)
           VALUE "ID: ".
       01 TEXT-SHOW-NAME PIC X(8)
           VALUE "NOMBRE: ".
       01 TEXT-SHOW-ISSUE PIC X(9)
           VALUE "NÚMERO: ".
       01 TEXT-RECORD-LOCKED PIC X(45)
           VALUE "Ese registro esta en uso en la otra estacion.".
       01 TEXT-RETRY-QUESTION PIC X(27)
           VALUE "Quieres reintentarlo? (Y/N)".
       01 TEXT-LOCK-DECLINED PIC X(47)
           VALUE "Registro bloqueado; no se reintento la lectura.".
       01 TEXT-NO-DEALER-FILE PIC X(51)
           VALUE "Aviso: proveedores no disponibles; no se validaran.".
       01 TEXT-CONSIGN-DEALER-PROMPT PIC X(43)
           VALUE "Introduce el proveedor que recibe el comic.".
       01 ERROR-CONSIGN-INVALID-DEALER PIC X(34)
           VALUE "Ese proveedor no esta en la lista.".
       01 TEXT-CONSIGN-DATE-OUT-PROMPT PIC X(44)
           VALUE "Fecha de entrega AAAAMMDD (en blanco = hoy).".
       01 ERROR-CONSIGN-BAD-DATE PIC X(27)
           VALUE "La fecha debe ser numerica.".
       01 TEXT-CONSIGN-DATE-AGAIN PIC X(28)
           VALUE "Introduce la fecha otra vez.".
       01 TEXT-CONSIGN-MIN-PRICE-PROMPT PIC X(23)
           VALUE "Precio minimo aceptado:".
       01 TEXT-CONSIGN-WHOLE-PROMPT PIC X(13)
           VALUE "Parte entera:".
       01 TEXT-CONSIGN-CENTS-PROMPT PIC X(17)
           VALUE "Centimos (00-99):".
       01 ERROR-CONSIGN-BAD-AMOUNT PIC X(29)
           VALUE "El importe debe ser numerico.".
       01 TEXT-CONSIGN-RATE-PROMPT PIC X(37)
           VALUE "Comision del proveedor en porcentaje:".
       01 TEXT-CONSIGN-CONFIRM PIC X(30)
           VALUE "Confirmas la consigna? (Y/N)".
       01 ERROR-CANT-CONSIGN PIC X(40)
           VALUE "No se pudo marcar el comic en consigna.".
       01 TEXT-CONSIGN-DONE PIC X(30)
           VALUE "Comic entregado en consigna.".
       01 TEXT-CONSIGN-OUTCOME-PROMPT PIC X(33)
           VALUE "Resultado: S vendido, R devuelto.".
       01 ERROR-CONSIGN-BAD-OUTCOME PIC X(38)
           VALUE "Resultado no valido; no se anota nada.".
       01 TEXT-CONSIGN-SALE-DATE-PROMPT PIC X(42)
           VALUE "Fecha de venta AAAAMMDD (en blanco = hoy).".
       01 TEXT-CONSIGN-SALE-PRICE-PROMPT PIC X(22)
           VALUE "Precio de venta bruto:".
       01 TEXT-CONSIGN-UNDER-MINIMUM PIC X(46)
           VALUE "Aviso: vendido por debajo del minimo acordado.".
       01 TEXT-CONSIGN-REPORTED PIC X(51)
           VALUE "Informe anotado; se liquida en el proceso nocturno.".
       01 TEXT-CONSIGN-NO-FOUND PIC X(44)
           VALUE "No hay consigna abierta para ese comic.".
       01 TEXT-CONSIGN-TOO-BIG PIC X(52)
           VALUE "Registro de consignas demasiado grande; sin cambios.".
       01 TEXT-CONSIGN-LIST-DEALER PIC X(39)
           VALUE "Proveedor a listar (en blanco = todos).".
       01 TEXT-CONSIGN-LIST-TITLE PIC X(18)
           VALUE "CONSIGNAS ABIERTAS".
       01 TEXT-CONSIGN-LIST-NONE PIC X(31)
           VALUE "No hay consignas abiertas.".
       01 TEXT-CONSIGN-SHOW-DEALER PIC X(11)
           VALUE "PROVEEDOR: ".
       01 TEXT-CONSIGN-SHOW-DATE-OUT PIC X(11)
           VALUE "ENTREGADO: ".
       01 TEXT-CONSIGN-SHOW-MIN-PRICE PIC X(15)
           VALUE "PRECIO MINIMO: ".
       01 TEXT-CONSIGN-SHOW-RATE PIC X(14)
           VALUE "COMISION %: ".
       01 TEXT-CONSIGN-SHOW-SOLD PIC X(23)
           VALUE "INFORMADO VENDIDO POR: ".
       01 TEXT-CONSIGN-SHOW-RETURNED PIC X(18)
           VALUE "INFORMADO DEVUELTO".
       01 TEXT-SETTLE-START PIC X(34)
           VALUE "Liquidando consignas informadas...".
       01 TEXT-SETTLE-NO-LEDGER PIC X(48)
           VALUE "No hay registro de consignas; nada que liquidar.".
       01 TEXT-SETTLE-SKIPPED PIC X(47)
           VALUE "Comic no esta en consigna; linea sin liquidar: ".
       01 TEXT-SETTLE-SOLD PIC X(19)
           VALUE "Ventas liquidadas: ".
       01 TEXT-SETTLE-RETURNED PIC X(25)
           VALUE "Devoluciones liquidadas: ".
       01 TEXT-SETTLE-SKIPPED-TOTAL PIC X(21)
           VALUE "Lineas sin liquidar: ".
       01 TEXT-SETTLE-NET PIC X(23)
           VALUE "Importe neto recibido: ".
       01 TEXT-STMT-TITLE PIC X(35)
           VALUE "EXTRACTO DE CONSIGNAS POR PROVEEDOR".
       01 TEXT-STMT-NONE PIC X(29)
           VALUE "No hay consignas registradas.".
       01 TEXT-STMT-DEALER PIC X(11)
           VALUE "PROVEEDOR: ".
       01 TEXT-STMT-HEADING PIC X(52)
           VALUE "ID     ENTREGA   ESTADO       BRUTO    COMISION NETO".
       01 TEXT-STMT-STATE-OUT PIC X(5)
           VALUE "FUERA".
       01 TEXT-STMT-STATE-REPORTED PIC X(9)
           VALUE "INFORMADO".
       01 TEXT-STMT-STATE-SOLD PIC X(7)
           VALUE "VENDIDO".
       01 TEXT-STMT-STATE-RETURNED PIC X(8)
           VALUE "DEVUELTO".
       01 TEXT-STMT-OUT-TOTAL PIC X(20)
           VALUE "  Comics aun fuera: ".
       01 TEXT-STMT-SOLD-TOTAL PIC X(19)
           VALUE "  Comics vendidos: ".
       01 TEXT-STMT-RETURNED-TOTAL PIC X(20)
           VALUE "  Comics devueltos: ".
       01 TEXT-STMT-GROSS-TOTAL PIC X(17)
           VALUE "  Ventas brutas: ".
       01 TEXT-STMT-COMMISSION-TOTAL PIC X(26)
           VALUE "  Comision del proveedor: ".
       01 TEXT-STMT-NET-TOTAL PIC X(17)
           VALUE "  Neto recibido: ".
       01 TEXT-STMT-TRUNCATED PIC X(42)
           VALUE "Aviso: proveedores sin listar por limite: ".
       01 TEXT-LISTING-CLOSED PIC X(25)
           VALUE "Anuncio de venta cerrado.".
