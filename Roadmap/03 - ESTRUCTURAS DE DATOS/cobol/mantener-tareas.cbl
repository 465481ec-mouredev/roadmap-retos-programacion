      * clave del contacto existe en CONTACTOS, como hacen las listas
      * de distribucion. Las tareas pendientes que vencen hoy se
      * muestran al operador nada mas firmarse en MENU-PRINCIPAL.
      * Las tareas que se repiten (la revision trimestral, el
      * seguimiento de cada lunes) se definen como series con la
      * opcion R, que lleva a MANTENER-SERIES; GENERA-SERIES las
      * anota cada noche con el numero de la serie en un septimo
      * campo de la linea.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-TAREAS.

      * Copia en memoria del fichero de tareas.
           01 TABLA-TAREAS.
               05 FILA-TAREA OCCURS 900 TIMES.
                   10 TAR-AGENDA PIC X(15).
                   10 TAR-NOMBRE PIC X(30).
                   10 TAR-FECHA PIC 9(8).
                   10 TAR-OPERADOR PIC X(8).
                   10 TAR-HECHA PIC X.
                   10 TAR-DESCRIPCION PIC X(40).
                   10 TAR-SERIE PIC X(6).
           77 TOTAL-TAREAS PIC 9(3) VALUE 0.
           77 IDX-TAR PIC 9(3).
           77 IDX-MOVER PIC 9(3).
               88 TAR-ANADIR VALUE "A" "a".
               88 TAR-HACER VALUE "H" "h".
               88 TAR-BORRAR VALUE "B" "b".
               88 TAR-SERIES VALUE "R" "r".
               88 TAR-SALIR VALUE "S" "s".

      * Tarea tecleada en la operacion en curso.
      * defecto de las tareas nuevas.
           77 OPERADOR-SESION PIC X(8) VALUE "TERMINAL".

      * Clase de las series que se mantienen desde esta pantalla.
           77 CLASE-SERIE PIC X VALUE "T".

       LINKAGE SECTION.
           77 L-OPERADOR PIC X(8).

           END-IF.

       CARGAR-TAREA-LINEA.
           IF TOTAL-TAREAS < 900
               ADD 1 TO TOTAL-TAREAS
               MOVE SPACES TO FILA-TAREA(TOTAL-TAREAS)
               MOVE SPACES TO TAR-FECHA-LIN
                       TAR-OPERADOR(TOTAL-TAREAS)
                       TAR-HECHA(TOTAL-TAREAS)
                       TAR-DESCRIPCION(TOTAL-TAREAS)
                       TAR-SERIE(TOTAL-TAREAS)
               IF TAR-FECHA-LIN IS NUMERIC
                   MOVE TAR-FECHA-LIN TO TAR-FECHA(TOTAL-TAREAS)
               ELSE
           DISPLAY "A - Anadir tarea".
           DISPLAY "H - Marcar tarea como hecha".
           DISPLAY "B - Borrar tarea".
           DISPLAY "R - Tareas periodicas (series)".
           DISPLAY "S - Salir (graba el fichero)".
           ACCEPT OPCION-TAREAS.
           EVALUATE TRUE
                           TAR-FECHA(IDX-TAR) " "
                           TAR-OPERADOR(IDX-TAR) " "
                           TAR-NOMBRE(IDX-TAR) " "
                           TAR-DESCRIPCION(IDX-TAR) " "
                           TAR-SERIE(IDX-TAR)
                   END-PERFORM
               WHEN TAR-ANADIR
                   PERFORM ANADIR-TAREA
                   PERFORM MARCAR-HECHA
               WHEN TAR-BORRAR
                   PERFORM BORRAR-TAREA
               WHEN TAR-SERIES
                   PERFORM MANTENER-SERIES-TAREAS
               WHEN TAR-SALIR
                   CONTINUE
               WHEN OTHER
           END-EVALUATE.

       ANADIR-TAREA.
           IF TOTAL-TAREAS >= 900
               DISPLAY "La tabla de tareas esta llena"
           ELSE
               DISPLAY "Agenda del contacto (en blanco, PRINCIPAL):"
                       MOVE "N" TO TAR-HECHA(TOTAL-TAREAS)
                       MOVE DESCRIPCION-AUX TO
                           TAR-DESCRIPCION(TOTAL-TAREAS)
                       MOVE SPACES TO TAR-SERIE(TOTAL-TAREAS)
                       DISPLAY "Tarea anotada"
                   END-IF
               END-IF
               CLOSE CONTACTOS-FILE
           END-IF.

      * LA ANULACION DE UNA SERIE QUITA DE TAREAS SUS OCURRENCIAS
      * FUTURAS: SE GRABA ANTES DE IR Y SE RECARGA A LA VUELTA
       MANTENER-SERIES-TAREAS.
           PERFORM GRABAR-TAREAS.
           CALL "MANTENER-SERIES" USING OPERADOR-SESION CLASE-SERIE.
           MOVE 0 TO TOTAL-TAREAS.
           PERFORM CARGAR-TAREAS.

       GRABAR-TAREAS.
           OPEN OUTPUT TAREAS-FILE.
           PERFORM VARYING IDX-TAR FROM 1 BY 1
                   ";" DELIMITED BY SIZE
                   TAR-DESCRIPCION(IDX-TAR) DELIMITED BY SIZE
                   INTO LINEA-TAREA
               IF TAR-SERIE(IDX-TAR) NOT = SPACES
                   STRING ";" TAR-SERIE(IDX-TAR) DELIMITED BY SIZE
                       INTO LINEA-TAREA(108:7)
               END-IF
               WRITE LINEA-TAREA
           END-PERFORM.
           CLOSE TAREAS-FILE.
