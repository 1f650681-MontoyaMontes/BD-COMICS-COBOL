
       01 TEXT-ACCTX-START PIC X(28)
           VALUE "EXTRACCION CONTABLE DEL MES".
       01 TEXT-ACCTX-PERIOD-PROMPT PIC X(36)
           VALUE "Introduce el mes a extraer (AAAAMM).".
       01 TEXT-ACCTX-BAD-PERIOD PIC X(33)
           VALUE "MES NO VALIDO; NO SE EXTRAE NADA.".
       01 TEXT-ACCTX-ALREADY-SENT PIC X(50)
           VALUE "ESE MES YA SE ENVIO; NO SE EXTRAE DE NUEVO: ".
       01 TEXT-ACCTX-NO-CHART PIC X(50)
           VALUE "FALTA EL PLAN DE CUENTAS; NO SE EXTRAE NADA.".
       01 TEXT-ACCTX-ROLE-MISSING PIC X(37)
           VALUE "CUENTA SIN ASIGNAR PARA EL CONCEPTO: ".
       01 TEXT-ACCTX-TOO-MANY-TRADES PIC X(48)
           VALUE "DEMASIADOS INTERCAMBIOS EN EL MES; NO SE EXTRAE.".
       01 TEXT-ACCTX-DONE PIC X(20)
           VALUE "ASIENTOS GENERADOS: ".
       01 TEXT-ACCTX-MARKED PIC X(25)
           VALUE "MES MARCADO COMO ENVIADO.".
       01 TEXT-ACCTX-NOT-MARKED PIC X(37)
           VALUE "EL MES NO QUEDA MARCADO COMO ENVIADO.".
       01 TEXT-ACCTX-TITLE PIC X(36)
           VALUE "CONTROL DEL EXTRACTO CONTABLE - MES ".
       01 TEXT-ACCTX-EVENTS-TITLE PIC X(22)
           VALUE "MOVIMIENTOS EXTRAIDOS:".
       01 TEXT-ACCTX-EV-ACQUIRE PIC X(11)
           VALUE "ADQUISICION".
       01 TEXT-ACCTX-EV-SALE PIC X(5)
           VALUE "VENTA".
       01 TEXT-ACCTX-EV-TRADE PIC X(11)
           VALUE "INTERCAMBIO".
       01 TEXT-ACCTX-EV-CLAIM PIC X(19)
           VALUE "RECLAMACION COBRADA".
       01 TEXT-ACCTX-EV-LOST PIC X(16)
           VALUE "BAJA POR PERDIDA".
       01 TEXT-ACCTX-EV-REVALUE PIC X(12)
           VALUE "REVALORACION".
       01 TEXT-ACCTX-HEAD-ACCOUNT PIC X(7)
           VALUE "CUENTA".
       01 TEXT-ACCTX-HEAD-DESCRIPTION PIC X(11)
           VALUE "DESCRIPCION".
       01 TEXT-ACCTX-HEAD-DEBIT PIC X(5)
           VALUE "DEBE".
       01 TEXT-ACCTX-HEAD-CREDIT PIC X(6)
           VALUE "HABER".
       01 TEXT-ACCTX-TOTAL-LABEL PIC X(5)
           VALUE "TOTAL".
       01 TEXT-ACCTX-BALANCED PIC X(27)
           VALUE "DEBE Y HABER CUADRAN.".
       01 TEXT-ACCTX-UNBALANCED PIC X(43)
           VALUE "AVISO: DEBE Y HABER NO CUADRAN.".
       01 TEXT-ACCTX-NO-RATE-TITLE PIC X(33)
           VALUE "SIN TIPO DE CAMBIO, NO EXTRAIDOS:".
       01 TEXT-ACCTX-NONE PIC X(30)
           VALUE "No hay movimientos en ese mes.".
       01 TEXT-ACCTX-FOLDED PIC X(42)
           VALUE "REVALORACIONES YA INCLUIDAS EN LA COMPRA: ".
       01 TEXT-ACCTX-NO-ARCHIVE PIC X(37)
           VALUE "FALTA EL ARCHIVO ANUAL DE AUDITORIA: ".
