      * calendario FESTIVOS, para que nadie cite una visita un dia
      * de fiesta. Las citas del dia se muestran al operador nada
      * mas firmarse en MENU-PRINCIPAL, y LISTA-CITAS imprime cada
      * manana la hoja por operador. Las citas que se repiten (la
      * visita semanal a un cliente, la revision mensual con un
      * proveedor) se definen como series con la opcion R, que lleva
      * a MANTENER-SERIES; GENERA-SERIES las anota cada noche con el
      * numero de la serie en un septimo campo de la linea.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CITAS.

      * Copia en memoria del fichero de citas.
           01 TABLA-CITAS.
               05 FILA-CITA OCCURS 900 TIMES.
                   10 CIT-FECHA PIC 9(8).
                   10 CIT-HORA PIC X(4).
                   10 CIT-OPERADOR PIC X(8).
                   10 CIT-AGENDA PIC X(15).
                   10 CIT-NOMBRE PIC X(30).
                   10 CIT-MOTIVO PIC X(30).
                   10 CIT-SERIE PIC X(6).
           77 TOTAL-CITAS PIC 9(3) VALUE 0.
           77 IDX-CIT PIC 9(3).
           77 IDX-MOVER PIC 9(3).
               88 CIT-LISTAR VALUE "L" "l".
               88 CIT-ANADIR VALUE "A" "a".
               88 CIT-BORRAR VALUE "B" "b".
               88 CIT-SERIES VALUE "R" "r".
               88 CIT-SALIR VALUE "S" "s".

      * Cita tecleada en la operacion en curso.
      * de las citas nuevas.
           77 OPERADOR-SESION PIC X(8) VALUE "TERMINAL".

      * Clase de las series que se mantienen desde esta pantalla.
           77 CLASE-SERIE PIC X VALUE "C".

       LINKAGE SECTION.
           77 L-OPERADOR PIC X(8).

           END-IF.

       CARGAR-CITA-LINEA.
           IF TOTAL-CITAS < 900
               ADD 1 TO TOTAL-CITAS
               MOVE SPACES TO FILA-CITA(TOTAL-CITAS)
               MOVE SPACES TO CIT-FECHA-LIN
                       CIT-AGENDA(TOTAL-CITAS)
                       CIT-NOMBRE(TOTAL-CITAS)
                       CIT-MOTIVO(TOTAL-CITAS)
                       CIT-SERIE(TOTAL-CITAS)
               IF CIT-FECHA-LIN IS NUMERIC
                   MOVE CIT-FECHA-LIN TO CIT-FECHA(TOTAL-CITAS)
               ELSE
           DISPLAY "L - Listar".
           DISPLAY "A - Anotar cita".
           DISPLAY "B - Anular cita".
           DISPLAY "R - Citas periodicas (series)".
           DISPLAY "S - Salir (graba el fichero)".
           ACCEPT OPCION-CITAS.
           EVALUATE TRUE
                           CIT-HORA(IDX-CIT) " "
                           CIT-OPERADOR(IDX-CIT) " "
                           CIT-NOMBRE(IDX-CIT) " "
                           CIT-MOTIVO(IDX-CIT) " "
                           CIT-SERIE(IDX-CIT)
                   END-PERFORM
               WHEN CIT-ANADIR
                   PERFORM ANOTAR-CITA
               WHEN CIT-BORRAR
                   PERFORM ANULAR-CITA
               WHEN CIT-SERIES
                   PERFORM MANTENER-SERIES-CITAS
               WHEN CIT-SALIR
                   CONTINUE
               WHEN OTHER
           END-EVALUATE.

       ANOTAR-CITA.
           IF TOTAL-CITAS >= 900
               DISPLAY "La tabla de citas esta llena"
           ELSE
               PERFORM PEDIR-FECHA-VALIDA
               MOVE AGENDA-AUX TO CIT-AGENDA(TOTAL-CITAS)
               MOVE NOMBRE-AUX TO CIT-NOMBRE(TOTAL-CITAS)
               MOVE MOTIVO-AUX TO CIT-MOTIVO(TOTAL-CITAS)
               MOVE SPACES TO CIT-SERIE(TOTAL-CITAS)
               DISPLAY "Cita anotada"
           END-IF.

               END-IF
           END-IF.

      * LA ANULACION DE UNA SERIE QUITA DE CITAS SUS OCURRENCIAS
      * FUTURAS: SE GRABA ANTES DE IR Y SE RECARGA A LA VUELTA
       MANTENER-SERIES-CITAS.
           PERFORM GRABAR-CITAS.
           CALL "MANTENER-SERIES" USING OPERADOR-SESION CLASE-SERIE.
           MOVE 0 TO TOTAL-CITAS.
           PERFORM CARGAR-CITAS.

       GRABAR-CITAS.
           OPEN OUTPUT CITAS-FILE.
           PERFORM VARYING IDX-CIT FROM 1 BY 1
                   ";" DELIMITED BY SIZE
                   CIT-MOTIVO(IDX-CIT) DELIMITED BY SIZE
                   INTO LINEA-CITA
               IF CIT-SERIE(IDX-CIT) NOT = SPACES
                   STRING ";" CIT-SERIE(IDX-CIT) DELIMITED BY SIZE
                       INTO LINEA-CITA(101:7)
               END-IF
               WRITE LINEA-CITA
           END-PERFORM.
           CLOSE CITAS-FILE.
