           VALUE "Quieres reintentarlo? (Y/N)".
       01 TEXT-LOCK-DECLINED PIC X(47)
           VALUE "Registro bloqueado; no se reintento la lectura.".
       01 TEXT-EDIT-MOVE-REASON PIC X(11)
           VALUE "EDICION".
