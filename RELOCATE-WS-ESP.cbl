
       01 TEXT-RELOC-START PIC X(38)
           VALUE "Traslado masivo de comics entre cajas.".
       01 TEXT-RELOC-NO-INPUT PIC X(44)
           VALUE "No hay fichero de traslados; nada que mover.".
       01 ERROR-RELOC-NO-LOCATIONS PIC X(44)
           VALUE "Sin maestro de ubicaciones no se mueve nada.".
       01 TEXT-RELOC-DONE PIC X(20)
           VALUE "Comics trasladados: ".
       01 TEXT-RELOC-UNCHANGED PIC X(26)
           VALUE "Ya estaban en su destino: ".
       01 TEXT-RELOC-REJECT-DONE PIC X(23)
           VALUE "Peticiones rechazadas: ".
       01 TEXT-RELOC-PUT-AWAY PIC X(35)
           VALUE "Fichero de traslados guardado como ".
       01 ERROR-RELOC-CANT-UPDATE PIC X(30)
           VALUE "No se pudo trasladar el comic ".
       01 REASON-BAD-TYPE PIC X(16)
           VALUE "TIPO-DE-PETICION".
       01 REASON-NO-FROM-BOX PIC X(17)
           VALUE "FALTA-CAJA-ORIGEN".
       01 REASON-BAD-SERIES PIC X(17)
           VALUE "SERIE-O-RANGO-MAL".
       01 REASON-BAD-COMIC-ID PIC X(11)
           VALUE "ID-INVALIDO".
       01 REASON-SAME-BOX PIC X(20)
           VALUE "ORIGEN-IGUAL-DESTINO".
       01 REASON-NO-TARGET PIC X(18)
           VALUE "FALTA-CAJA-DESTINO".
       01 REASON-UNKNOWN-TARGET PIC X(21)
           VALUE "DESTINO-NO-EN-MAESTRO".
       01 REASON-NOTHING-MATCHED PIC X(21)
           VALUE "NINGUN-COMIC-COINCIDE".
       01 REASON-COMIC-NOT-FOUND PIC X(19)
           VALUE "COMIC-NO-ENCONTRADO".
       01 REASON-COMIC-NOT-ACTIVE PIC X(15)
           VALUE "COMIC-NO-ACTIVO".
       01 REASON-NOT-IN-FROM-BOX PIC X(23)
           VALUE "COMIC-NO-EN-CAJA-ORIGEN".
