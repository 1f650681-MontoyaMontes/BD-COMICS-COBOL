
       01 TEXT-LISTING-MODE-PROMPT PIC X(38)
           VALUE "Elige una opcion de anuncios de venta:".
       01 TEXT-LISTING-MODE-OPTION-1 PIC X(24)
           VALUE "1. Anunciar un comic".
       01 TEXT-LISTING-MODE-OPTION-2 PIC X(34)
           VALUE "2. Cambiar el precio de un anuncio".
       01 TEXT-LISTING-MODE-OPTION-3 PIC X(21)
           VALUE "3. Retirar un anuncio".
       01 TEXT-LISTING-MODE-OPTION-4 PIC X(23)
           VALUE "4. Ver anuncios activos".
       01 TEXT-LISTING-MODE-OPTION-5 PIC X(9)
           VALUE "5. Volver".
       01 TEXT-LISTING-ID-PROMPT PIC X(42)
           VALUE "Introduce el ID del comic (0 para volver).".
       01 TEXT-LISTING-NOT-AVAILABLE PIC X(38)
           VALUE "No hay ningun comic activo con ese ID.".
       01 TEXT-LISTING-ALREADY-LISTED PIC X(46)
           VALUE "Ese comic ya esta anunciado; cambia su precio.".
       01 TEXT-LISTING-NOT-LISTED PIC X(37)
           VALUE "Ese comic no tiene un anuncio activo.".
       01 TEXT-SHOW-ID PIC X(4)
           VALUE "ID: ".
       01 TEXT-SHOW-NAME PIC X(8)
           VALUE "NOMBRE: ".
       01 TEXT-SHOW-ISSUE PIC X(9)
           VALUE "NÚMERO: ".
       01 TEXT-LISTING-PRICE-PROMPT PIC X(14)
           VALUE "Precio pedido:".
       01 TEXT-LISTING-WHOLE-PROMPT PIC X(13)
           VALUE "Parte entera:".
       01 TEXT-LISTING-CENTS-PROMPT PIC X(17)
           VALUE "Centimos (00-99):".
       01 ERROR-LISTING-BAD-AMOUNT PIC X(29)
           VALUE "El importe debe ser numerico.".
       01 TEXT-LISTING-CHANNEL-PROMPT PIC X(37)
           VALUE "Canal de venta (tienda o plataforma):".
       01 TEXT-LISTING-EXPIRY-PROMPT PIC X(40)
           VALUE "Caduca AAAAMMDD (en blanco = sin fecha).".
       01 ERROR-LISTING-BAD-DATE PIC X(27)
           VALUE "La fecha debe ser numerica.".
       01 ERROR-LISTING-PAST-EXPIRY PIC X(36)
           VALUE "La fecha de caducidad ya ha pasado.".
       01 ERROR-LISTING-CANT-WRITE PIC X(31)
           VALUE "No se pudo grabar el anuncio.".
       01 TEXT-LISTING-ADDED PIC X(16)
           VALUE "Comic anunciado.".
       01 TEXT-LISTING-REPRICED PIC X(28)
           VALUE "Precio del anuncio cambiado.".
       01 TEXT-LISTING-WITHDRAW-CONFIRM PIC X(28)
           VALUE "Retirar este anuncio? (Y/N)".
       01 TEXT-LISTING-WITHDRAWN PIC X(18)
           VALUE "Anuncio retirado.".
       01 TEXT-LISTING-LIST-TITLE PIC X(16)
           VALUE "ANUNCIOS ACTIVOS".
       01 TEXT-LISTING-LIST-NONE PIC X(29)
           VALUE "No hay anuncios activos.".
       01 TEXT-LISTING-LIST-TOTAL PIC X(18)
           VALUE "Anuncios activos: ".
       01 TEXT-LISTING-SHOW-PRICE PIC X(15)
           VALUE "PRECIO PEDIDO: ".
       01 TEXT-LISTING-SHOW-CHANNEL PIC X(9)
           VALUE "CANAL: ".
       01 TEXT-LISTING-SHOW-LISTED PIC X(11)
           VALUE "ANUNCIADO: ".
       01 TEXT-LISTING-SHOW-EXPIRY PIC X(9)
           VALUE "CADUCA: ".
       01 TEXT-LISTING-EXPIRED-FLAG PIC X(18)
           VALUE "[ANUNCIO CADUCADO]".
       01 TEXT-MKTEXP-NO-LISTINGS PIC X(45)
           VALUE "No hay fichero de anuncios; se exporta vacio.".
       01 TEXT-MKTEXP-DONE PIC X(21)
           VALUE "Anuncios exportados: ".
       01 TEXT-MKTEXP-SKIPPED PIC X(31)
           VALUE "Anuncios caducados u omitidos: ".
