
       01 TEXT-ACCT-MODE-PROMPT PIC X(23)
           VALUE "Que quieres hacer?".
       01 TEXT-ACCT-MODE-OPTION-1 PIC X(20)
           VALUE "1. Registrar un pago".
       01 TEXT-ACCT-MODE-OPTION-2 PIC X(22)
           VALUE "2. Condonar un importe".
       01 TEXT-ACCT-MODE-OPTION-3 PIC X(34)
           VALUE "3. Ver la cuenta de un prestatario".
       01 TEXT-ACCT-MODE-OPTION-4 PIC X(19)
           VALUE "4. Volver al menu".
       01 TEXT-ACCT-BORROWER-PROMPT PIC X(23)
           VALUE "Nombre del prestatario.".
       01 TEXT-ACCT-BALANCE-NOW PIC X(17)
           VALUE "Saldo pendiente: ".
       01 TEXT-ACCT-AMOUNT-WHOLE PIC X(20)
           VALUE "Importe, unidades.".
       01 TEXT-ACCT-AMOUNT-CENTS PIC X(18)
           VALUE "Importe, centimos.".
       01 TEXT-ACCT-NOTE-PROMPT PIC X(20)
           VALUE "Referencia o motivo.".
       01 TEXT-ACCT-CONFIRM PIC X(30)
           VALUE "Confirmar el apunte (Y/N) por ".
       01 TEXT-ACCT-POSTED PIC X(18)
           VALUE "Apunte registrado.".
       01 TEXT-ACCT-NOT-POSTED PIC X(25)
           VALUE "No se ha registrado nada.".
       01 TEXT-ACCT-RESTART PIC X(18)
           VALUE "Anadir otro? (Y/N)".
       01 TEXT-ACCT-SHOW-NAME PIC X(13)
           VALUE "PRESTATARIO: ".
       01 TEXT-ACCT-SHOW-LIMIT PIC X(15)
           VALUE "SALDO MAXIMO: ".
       01 TEXT-ACCT-LIST-TITLE PIC X(48)
           VALUE "FECHA    TIPO         COMIC    IMPORTE     SALDO".
       01 TEXT-ACCT-LIST-NONE PIC X(26)
           VALUE "Sin apuntes en la cuenta.".
       01 TEXT-ACCT-TYPE-FEE PIC X(8)
           VALUE "RECARGO".
       01 TEXT-ACCT-TYPE-CLAIM PIC X(11)
           VALUE "RECLAMACION".
       01 TEXT-ACCT-TYPE-PAYMENT PIC X(7)
           VALUE "PAGO".
       01 TEXT-ACCT-TYPE-WAIVER PIC X(11)
           VALUE "CONDONACION".
       01 ERROR-ACCT-NOT-ALLOWED PIC X(34)
           VALUE "Solo un supervisor puede condonar.".
       01 ERROR-ACCT-NO-BORROWER PIC X(34)
           VALUE "No hay prestatario con ese nombre.".
       01 ERROR-ACCT-INVALID-AMOUNT PIC X(18)
           VALUE "Importe no valido.".
       01 ERROR-ACCT-WAIVE-TOO-MUCH PIC X(40)
           VALUE "No se puede condonar mas de lo que debe.".
       01 ERROR-ACCT-NOTE-NEEDED PIC X(35)
           VALUE "Una condonacion necesita un motivo.".
       01 TEXT-STMT-BOR-TITLE PIC X(38)
           VALUE "EXTRACTO DE CUENTAS DE PRESTATARIOS A ".
       01 TEXT-STMT-BOR-PROMPT PIC X(32)
           VALUE "Prestatario (en blanco = todos).".
       01 TEXT-STMT-BOR-NONE PIC X(30)
           VALUE "No hay apuntes en las cuentas.".
       01 TEXT-STMT-BOR-CHARGES PIC X(16)
           VALUE "Total cargado:  ".
       01 TEXT-STMT-BOR-CREDITS PIC X(16)
           VALUE "Total abonado:  ".
       01 TEXT-STMT-BOR-TRUNCATED PIC X(38)
           VALUE "Prestatarios sin extracto por limite: ".
