     /*
      * VENTANA DE LOTE: EL INTERRUPTOR DE MANTENIMIENTO DE LA SUITE.
      * No es la solucion de ningun reto: es el primer y el ultimo
      * paso de LOTE00 y de FINDE00. El primero (tarjeta INICIO)
      * deja en el fichero VENTANA una sola linea
      *   ESTADO;TRABAJO;FECHA;HORA-INICIO;FIN-PREVISTO
      * con ESTADO L (lote en curso), el trabajo que la abre, cuando
      * empezo y la hora HHMM a la que se espera que termine; el
      * ultimo (tarjeta FIN) la reescribe con ESTADO A (abierto al
      * uso interactivo) y la hora a la que termino de verdad, pero
      * solo si la ventana esta abierta (L) y la abrio ese mismo
      * trabajo: un FIN de un trabajo que no llego a abrirla, o
      * mientras otro la tiene, la deja como esta.
      * MENU-PRINCIPAL la lee antes de abrir la agenda y las demas
      * pantallas de mantenimiento, y mientras diga L no las abre
      * (salvo que un supervisor fuerce la entrada, que queda en
      * SEGURIDAD). APROBAR-CAMBIOS, que se lanza por su cuenta y
      * escribe en CONTACTOS, la mira igual antes de aplicar nada.
      * Los programas de consulta no la miran.
      * SYSIN: INICIO o FIN en la primera linea, el nombre del
      * trabajo en la segunda y, con INICIO, la hora prevista de fin
      * (HHMM) en la tercera. Cada apertura y cierre deja tambien su
      * linea en RUNLOG.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTANA-LOTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTANA-FILE ASSIGN TO "VENTANA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VENTANA.
           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RUNLOG.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD VENTANA-FILE.
           01 LINEA-VENTANA PIC X(50).

       FD RUNLOG-FILE.
           01 LINEA-RUNLOG PIC X(80).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-VENTANA PIC XX.
           77 FS-RUNLOG PIC XX.

      * Tarjetas del SYSIN.
           77 TARJETA-ACCION PIC X(10).
               88 ACCION-INICIO VALUE "INICIO".
               88 ACCION-FIN VALUE "FIN".
           77 TARJETA-TRABAJO PIC X(8).
           77 TARJETA-FIN PIC X(4).

      * Situacion que se graba en VENTANA.
           77 VEN-ESTADO PIC X.
           77 VEN-TRABAJO PIC X(8).
           77 VEN-FECHA PIC 9(8).
           77 VEN-HORA PIC X(4).
           77 VEN-FIN PIC X(4).
      * Ventana leida al cerrar: solo se cierra la propia.
           77 SW-PROPIA PIC X.
               88 VENTANA-PROPIA VALUE "S".

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE SPACES TO TARJETA-ACCION TARJETA-TRABAJO TARJETA-FIN.
           ACCEPT TARJETA-ACCION.
           MOVE FUNCTION UPPER-CASE(TARJETA-ACCION) TO TARJETA-ACCION.
           ACCEPT TARJETA-TRABAJO.
           IF ACCION-INICIO
               ACCEPT TARJETA-FIN
           END-IF.
           IF TARJETA-TRABAJO = SPACES
               MOVE "LOTE00" TO TARJETA-TRABAJO
           END-IF.
           EVALUATE TRUE
               WHEN ACCION-INICIO
                   PERFORM ABRIR-VENTANA
               WHEN ACCION-FIN
                   PERFORM CERRAR-VENTANA
               WHEN OTHER
                   DISPLAY "Tarjeta no valida: se esperaba INICIO o "-
                       "FIN y llega " TARJETA-ACCION
                   MOVE 8 TO CODIGO-SALIDA
           END-EVALUATE.
           MOVE "VENTANA" TO RES-PROGRAMA.
           MOVE 1 TO RES-ENTRADAS.
           IF CODIGO-SALIDA = 0
               MOVE 1 TO RES-SALIDAS
               MOVE 0 TO RES-RECHAZOS
           ELSE
               MOVE 0 TO RES-SALIDAS
               MOVE 1 TO RES-RECHAZOS
           END-IF.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * CIERRA LA SUITE AL USO INTERACTIVO HASTA EL FIN PREVISTO.
      * SIN HORA DE FIN VALIDA NO SE ABRE LA VENTANA Y EL TRABAJO SE
      * DETIENE: MEJOR NO CORRER QUE CORRER CON LAS PANTALLAS ABIERTAS
       ABRIR-VENTANA.
           IF TARJETA-FIN IS NOT NUMERIC
               OR TARJETA-FIN(1:2) > "23" OR TARJETA-FIN(3:2) > "59"
               DISPLAY "Hora prevista de fin no valida (HHMM): "
                   TARJETA-FIN
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               MOVE "L" TO VEN-ESTADO
               MOVE TARJETA-TRABAJO TO VEN-TRABAJO
               MOVE FECHA-HOY TO VEN-FECHA
               MOVE HORA-HOY(1:4) TO VEN-HORA
               MOVE TARJETA-FIN TO VEN-FIN
               PERFORM GRABAR-VENTANA
               IF CODIGO-SALIDA = 0
                   MOVE SPACES TO LINEA-RUNLOG
                   STRING FECHA-HOY " " HORA-HOY " " VEN-TRABAJO
                       " VENTANA DE LOTE ABIERTA, FIN PREVISTO "
                       VEN-FIN(1:2) ":" VEN-FIN(3:2)
                       DELIMITED BY SIZE INTO LINEA-RUNLOG
                   PERFORM ANOTAR-RUNLOG
                   DISPLAY "Ventana de lote abierta por " VEN-TRABAJO
                       " hasta las " VEN-FIN(1:2) ":" VEN-FIN(3:2)
               END-IF
           END-IF.

      * DEVUELVE LA SUITE AL USO INTERACTIVO; EL FIN PREVISTO PASA A
      * SER LA HORA REAL A LA QUE TERMINO EL TRABAJO. SOLO SE CIERRA
      * LA VENTANA ABIERTA POR EL MISMO TRABAJO
       CERRAR-VENTANA.
           PERFORM LEER-VENTANA.
           IF NOT VENTANA-PROPIA
               DISPLAY "Ventana no abierta por " TARJETA-TRABAJO
                   "; se deja como esta"
           ELSE
               MOVE "A" TO VEN-ESTADO
               MOVE TARJETA-TRABAJO TO VEN-TRABAJO
               MOVE FECHA-HOY TO VEN-FECHA
               MOVE HORA-HOY(1:4) TO VEN-HORA
               MOVE HORA-HOY(1:4) TO VEN-FIN
               PERFORM GRABAR-VENTANA
               IF CODIGO-SALIDA = 0
                   MOVE SPACES TO LINEA-RUNLOG
                   STRING FECHA-HOY " " HORA-HOY " " VEN-TRABAJO
                       " VENTANA DE LOTE CERRADA"
                       DELIMITED BY SIZE INTO LINEA-RUNLOG
                   PERFORM ANOTAR-RUNLOG
                   DISPLAY "Ventana de lote cerrada por " VEN-TRABAJO
               END-IF
           END-IF.

      * LA LINEA DE VENTANA TAL Y COMO LA DEJO EL ULTIMO INICIO O FIN;
      * SIN FICHERO, LA VENTANA NO ESTA ABIERTA
       LEER-VENTANA.
           MOVE "N" TO SW-PROPIA.
           MOVE SPACES TO VEN-ESTADO.
           MOVE SPACES TO VEN-TRABAJO.
           OPEN INPUT VENTANA-FILE.
           IF FS-VENTANA = "00"
               READ VENTANA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       UNSTRING LINEA-VENTANA DELIMITED BY ";"
                           INTO VEN-ESTADO VEN-TRABAJO VEN-FECHA
                               VEN-HORA VEN-FIN
               END-READ
               CLOSE VENTANA-FILE
           END-IF.
           IF VEN-ESTADO = "L" AND VEN-TRABAJO = TARJETA-TRABAJO
               MOVE "S" TO SW-PROPIA
           END-IF.

       GRABAR-VENTANA.
           OPEN OUTPUT VENTANA-FILE.
           IF FS-VENTANA NOT = "00"
               DISPLAY "Error al abrir VENTANA: " FS-VENTANA
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               MOVE SPACES TO LINEA-VENTANA
               STRING VEN-ESTADO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   VEN-TRABAJO DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   VEN-FECHA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   VEN-HORA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   VEN-FIN DELIMITED BY SIZE
                   INTO LINEA-VENTANA
               WRITE LINEA-VENTANA
               CLOSE VENTANA-FILE
           END-IF.

       ANOTAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           IF FS-RUNLOG = "35"
               OPEN OUTPUT RUNLOG-FILE
           END-IF.
           WRITE LINEA-RUNLOG.
           CLOSE RUNLOG-FILE.


      *ANADE AL FICHERO COMUN RESUMEN EL REGISTRO DE FIN DE
      *EJECUCION, CON LOS CONTADORES QUE EL PROGRAMA YA LLEVA
       GRABAR-RESUMEN.
           ACCEPT RES-FECHA FROM DATE.
           ACCEPT RES-HORA FROM TIME.
           OPEN EXTEND RESUMEN-FILE.
           IF FS-RESUMEN = "35"
               OPEN OUTPUT RESUMEN-FILE
           END-IF.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING RES-PROGRAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-ENTRADAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-SALIDAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RECHAZOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RC DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.

       END PROGRAM VENTANA-LOTE.
