           VALUE "[ENVIADO A GRADACION]".
       01 TEXT-SHOW-TRADED-FLAG PIC X(24)
           VALUE "[REGISTRO INTERCAMBIADO]".
       01 TEXT-SHOW-CONSIGNED-FLAG PIC X(28)
           VALUE "[EN CONSIGNA EN PROVEEDOR]".
       01 TEXT-SEARCH-MODE-OPTION-7 PIC X(26)
           VALUE "7. Por varios criterios".
       01 TEXT-MULTI-HINT PIC X(44)
           VALUE "Introduce el creador a buscar.".
       01 TEXT-SHOW-ROLE PIC X(6)
           VALUE "ROL: ".
       01 TEXT-SHOW-REL-CHILD-VARIANT PIC X(24)
           VALUE "Variante de portada de  ".
       01 TEXT-SHOW-REL-CHILD-PRINTING PIC X(24)
           VALUE "Segunda impresion de    ".
       01 TEXT-SHOW-REL-CHILD-FACSIMILE PIC X(24)
           VALUE "Facsimil de             ".
       01 TEXT-SHOW-REL-CHILD-COLLECTED PIC X(24)
           VALUE "Recopila                ".
       01 TEXT-SHOW-REL-MEMBER-VARIANT PIC X(24)
           VALUE "Variante de portada:    ".
       01 TEXT-SHOW-REL-MEMBER-PRINTING PIC X(24)
           VALUE "Segunda impresion:      ".
       01 TEXT-SHOW-REL-MEMBER-FACSIMILE PIC X(24)
           VALUE "Facsimil:               ".
       01 TEXT-SHOW-REL-MEMBER-COLLECTED PIC X(24)
           VALUE "Recopilado en:          ".
       01 TEXT-SHOW-OWNER PIC X(13)
           VALUE "PROPIETARIO: ".
