
       01 TEXT-TODAY-TITLE PIC X(20)
           VALUE "TRABAJO DE HOY - ".
       01 TEXT-TODAY-NOTHING PIC X(31)
           VALUE "No hay nada pendiente para hoy.".
       01 TEXT-TODAY-OVERFLOW PIC X(24)
           VALUE "Mas tareas sin mostrar: ".
       01 TEXT-TODAY-PICK-PROMPT PIC X(50)
           VALUE "Numero: ir al programa. P: imprimir. Blanco: menu.".
       01 TEXT-TODAY-PRINTED PIC X(37)
           VALUE "Lista guardada en bd-comic-today.txt.".
       01 ERROR-TODAY-BAD-PICK PIC X(30)
           VALUE "Esa tarea no esta en la lista.".
       01 TEXT-TODAY-LATE-MARK PIC X(7)
           VALUE "VENCIDO".
       01 TEXT-TODAY-DUE-MARK PIC X(9)
           VALUE "VENCE HOY".
       01 TEXT-TODAY-HEAD-LOANS PIC X(49)
           VALUE "PRESTAMOS: ID, TITULO, NUMERO, PRESTATARIO, VENCE".
       01 TEXT-TODAY-HEAD-HOLDS PIC X(49)
           VALUE "RESERVAS LISTAS: ID, TITULO, NUMERO, QUIEN, DESDE".
       01 TEXT-TODAY-HEAD-GRADING PIC X(52)
           VALUE "GRADUACION TARDIA: ID, TITULO, NUM., SERVICIO, FECHA".
       01 TEXT-TODAY-HEAD-CLAIMS PIC X(54)
           VALUE "RECLAMACIONES: ID, TITULO, NUM., QUIEN, FECHA, IMP.".
       01 TEXT-TODAY-HEAD-WANTS PIC X(52)
           VALUE "DESEOS A TIRO: TITULO, NUM., EDITORIAL, TOPE, PRECIO".
       01 TEXT-TODAY-HEAD-FAILED PIC X(44)
           VALUE "FALLOS DE ANOCHE: PROGRAMA, FECHA, ESTADO".
