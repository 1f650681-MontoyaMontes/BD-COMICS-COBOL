           VALUE "1. Anadir un prestatario".
       01 TEXT-BORROWER-MODE-OPTION-2 PIC X(28)
           VALUE "2. Modificar un prestatario".
       01 TEXT-BORROWER-MODE-OPTION-3 PIC X(23)
           VALUE "3. Ver avisos enviados".
       01 TEXT-BORROWER-MODE-OPTION-4 PIC X(19)
           VALUE "4. Volver al menu".
       01 TEXT-BORROWER-NAME-PROMPT PIC X(36)
           VALUE "Introduce el nombre completo.".
       01 TEXT-BORROWER-PHONE-PROMPT PIC X(32)
           VALUE "No hay prestatario con ese nombre.".
       01 ERROR-CANT-UPDATE-BORROWER PIC X(31)
           VALUE "ERROR ACTUALIZANDO PRESTATARIO.".
       01 TEXT-BORROWER-LIMIT-PROMPT PIC X(40)
           VALUE "Saldo maximo pendiente (0 = sin limite).".
       01 TEXT-BORROWER-NEW-LIMIT PIC X(19)
           VALUE "Nuevo saldo maximo:".
       01 TEXT-SHOW-BORROWER-LIMIT PIC X(15)
           VALUE "SALDO MAXIMO: ".
       01 ERROR-BORROWER-BAD-LIMIT PIC X(34)
           VALUE "El saldo maximo debe ser numerico.".
       01 TEXT-NOTICE-HISTORY-TITLE PIC X(18)
           VALUE "AVISOS ENVIADOS A ".
       01 TEXT-NOTICE-HISTORY-HEADER PIC X(43)
           VALUE "ENVIADO  T COMIC REFERENC CORREO / TELEFONO".
       01 TEXT-NOTICE-HISTORY-NONE PIC X(43)
           VALUE "No se le ha enviado ningun aviso.".
       01 TEXT-NOTICE-HISTORY-LEGEND PIC X(48)
           VALUE "T: H recogida, D vence, O vencido, C reclamacion".
