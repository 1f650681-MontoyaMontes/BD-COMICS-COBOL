           VALUE "CODIGO-BARRAS: ".
       01 AUDIT-LABEL-TRADE PIC X(13)
           VALUE "INTERCAMBIO: ".
       01 AUDIT-LABEL-CONSIGN PIC X(10)
           VALUE "CONSIGNA: ".
       01 AUDIT-LABEL-CONSIGN-BACK PIC X(14)
           VALUE "FIN-CONSIGNA: ".
       01 AUDIT-LABEL-STOCKTAKE PIC X(12)
           VALUE "INVENTARIO: ".
       01 AUDIT-LABEL-RELOCATE PIC X(10)
           VALUE "TRASLADO: ".
       01 AUDIT-LABEL-ENRICH PIC X(13)
           VALUE "ENRIQUECIDO: ".
       01 AUDIT-LABEL-OWNER PIC X(13)
           VALUE "PROPIETARIO: ".
