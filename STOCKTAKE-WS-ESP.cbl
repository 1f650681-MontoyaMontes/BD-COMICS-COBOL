
       01 TEXT-STOCK-MODE-PROMPT PIC X(31)
           VALUE "Elige una opcion de inventario:".
       01 TEXT-STOCK-MODE-OPTION-1 PIC X(32)
           VALUE "1. Abrir el recuento de una caja".
       01 TEXT-STOCK-MODE-OPTION-2 PIC X(20)
           VALUE "2. Escanear portadas".
       01 TEXT-STOCK-MODE-OPTION-3 PIC X(32)
           VALUE "3. Revisar y aprobar excepciones".
       01 TEXT-STOCK-MODE-OPTION-4 PIC X(9)
           VALUE "4. Volver".
       01 TEXT-STOCK-BOX-PROMPT PIC X(48)
           VALUE "Codigo de la caja a contar (en blanco = volver).".
       01 ERROR-STOCK-INVALID-BOX PIC X(46)
           VALUE "Esa caja no esta en el maestro de ubicaciones.".
       01 TEXT-STOCK-NO-LOCATION-FILE PIC X(50)
           VALUE "Aviso: ubicaciones no disponibles; no se validan.".
       01 TEXT-STOCK-COUNT-ON-FILE PIC X(44)
           VALUE "Hay un recuento con lecturas para la caja ".
       01 TEXT-STOCK-PENDING-ON-FILE PIC X(48)
           VALUE "Hay excepciones del ultimo recuento sin decidir.".
       01 TEXT-STOCK-DISCARD-CONFIRM PIC X(37)
           VALUE "Descartarlo y empezar de nuevo? (Y/N)".
       01 TEXT-STOCK-COUNT-OPENED PIC X(30)
           VALUE "Recuento abierto para la caja ".
       01 ERROR-STOCK-NO-COUNT PIC X(42)
           VALUE "No hay recuento abierto; abre uno primero.".
       01 TEXT-STOCK-COUNTING PIC X(17)
           VALUE "Contando la caja ".
       01 TEXT-STOCK-SCAN-HINT PIC X(46)
           VALUE "Escanea cada portada; en blanco para terminar.".
       01 TEXT-STOCK-SCAN-PROMPT PIC X(17)
           VALUE "Codigo de barras:".
       01 TEXT-STOCK-FILED-ELSEWHERE PIC X(31)
           VALUE "  Aviso: en el fichero esta en ".
       01 TEXT-STOCK-UNKNOWN-SCAN PIC X(41)
           VALUE "  Codigo desconocido; anotado igualmente.".
       01 TEXT-STOCK-SCANNED PIC X(36)
           VALUE "Portadas escaneadas en esta sesion: ".
       01 TEXT-STOCK-NO-EXCEPTIONS PIC X(44)
           VALUE "No hay excepciones; ejecuta la conciliacion.".
       01 TEXT-STOCK-TOO-BIG PIC X(44)
           VALUE "Demasiadas excepciones; no se modifica nada.".
       01 TEXT-STOCK-UNKNOWN-TOTAL PIC X(37)
           VALUE "Codigos desconocidos (solo informe): ".
       01 TEXT-STOCK-NOTHING-TO-REVIEW PIC X(41)
           VALUE "No hay excepciones pendientes de decidir.".
       01 TEXT-STOCK-POSTED PIC X(36)
           VALUE "Correcciones de ubicacion grabadas: ".
       01 TEXT-STOCK-SHOW-MISSING PIC X(31)
           VALUE "EN EL FICHERO PERO NO ESCANEADO".
       01 TEXT-STOCK-SHOW-MISPLACED PIC X(37)
           VALUE "ESCANEADO PERO ARCHIVADO EN OTRA CAJA".
       01 TEXT-STOCK-SHOW-ID PIC X(4)
           VALUE "ID: ".
       01 TEXT-STOCK-SHOW-BARCODE PIC X(9)
           VALUE "CODIGO: ".
       01 TEXT-STOCK-SHOW-FILE-LOC PIC X(22)
           VALUE "UBICACION EN FICHERO: ".
       01 TEXT-STOCK-SHOW-COUNT-LOC PIC X(14)
           VALUE "CAJA CONTADA: ".
       01 TEXT-STOCK-MISSING-EFFECT PIC X(36)
           VALUE "Aprobar deja el comic sin ubicacion.".
       01 TEXT-STOCK-MISPLACED-EFFECT PIC X(38)
           VALUE "Aprobar lo archiva en la caja contada.".
       01 TEXT-STOCK-DECISION-PROMPT PIC X(39)
           VALUE "Y aprobar, N rechazar, en blanco dejar:".
       01 ERROR-STOCK-COMIC-GONE PIC X(35)
           VALUE "Ese comic ya no esta en el fichero.".
       01 ERROR-STOCK-MOVED-SINCE PIC X(50)
           VALUE "Se ha movido desde el recuento; se deja pendiente.".
       01 ERROR-STOCK-CANT-POST PIC X(35)
           VALUE "No se pudo grabar la correccion.".
       01 TEXT-STOCK-CORRECTED PIC X(20)
           VALUE "Ubicacion corregida.".
       01 TEXT-RECORD-LOCKED PIC X(45)
           VALUE "Ese registro esta en uso en la otra estacion.".
       01 TEXT-RETRY-QUESTION PIC X(27)
           VALUE "Quieres reintentarlo? (Y/N)".
       01 TEXT-LOCK-DECLINED PIC X(47)
           VALUE "Registro bloqueado; no se reintento la lectura.".
       01 TEXT-RECON-TITLE PIC X(35)
           VALUE "CONCILIACION DEL INVENTARIO DE CAJA".
       01 TEXT-RECON-NO-COUNT PIC X(44)
           VALUE "No hay recuento abierto; nada que conciliar.".
       01 TEXT-RECON-BOX PIC X(6)
           VALUE "CAJA: ".
       01 TEXT-RECON-COUNTED-ON PIC X(12)
           VALUE " CONTADA EL ".
       01 TEXT-RECON-MISSING-HEAD PIC X(45)
           VALUE "EN EL FICHERO PARA LA CAJA PERO NO ESCANEADOS".
       01 TEXT-RECON-MISPLACED-HEAD PIC X(39)
           VALUE "ESCANEADOS PERO ARCHIVADOS EN OTRA CAJA".
       01 TEXT-RECON-UNKNOWN-HEAD PIC X(42)
           VALUE "CODIGOS QUE NO CORRESPONDEN A NINGUN COMIC".
       01 TEXT-RECON-NONE PIC X(11)
           VALUE "  (NINGUNO)".
       01 TEXT-RECON-ID-LABEL PIC X(6)
           VALUE "  ID: ".
       01 TEXT-RECON-BARCODE-LABEL PIC X(10)
           VALUE " CODIGO: ".
       01 TEXT-RECON-FILED-LABEL PIC X(13)
           VALUE " EN FICHERO: ".
       01 TEXT-RECON-REJECTED-FLAG PIC X(11)
           VALUE "(RECHAZADA)".
       01 TEXT-RECON-TOTAL-SCANS PIC X(20)
           VALUE "PORTADAS ESCANEADAS:".
       01 TEXT-RECON-TOTAL-EXPECTED PIC X(28)
           VALUE "COMICS ESPERADOS EN LA CAJA:".
       01 TEXT-RECON-TOTAL-MATCHED PIC X(23)
           VALUE "ESPERADOS Y ESCANEADOS:".
       01 TEXT-RECON-TOTAL-MISSING PIC X(14)
           VALUE "NO ESCANEADOS:".
       01 TEXT-RECON-TOTAL-MISPLACED PIC X(17)
           VALUE "DE OTRA CAJA:".
       01 TEXT-RECON-TOTAL-UNKNOWN PIC X(21)
           VALUE "CODIGOS DESCONOCIDOS:".
       01 TEXT-RECON-TOTAL-REPEATS PIC X(19)
           VALUE "LECTURAS REPETIDAS:".
       01 TEXT-RECON-TRUNCATED PIC X(47)
           VALUE "AVISO: TABLA LLENA, CONCILIACION INCOMPLETA.".
       01 TEXT-STOCK-MOVE-REASON PIC X(10)
           VALUE "INVENTARIO".
