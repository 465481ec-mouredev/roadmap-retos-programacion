     /*
      * INFORME DIARIO DE SEGURIDAD.
      * No es la solucion de ningun reto: es la hoja que el
      * supervisor (y los auditores) leen cada manana sobre las
      * firmas de la suite. Resume, para el dia en curso, el registro
      * SEGURIDAD que alimentan MENU-PRINCIPAL, las pantallas con
      * firma de supervisor y la agenda via SEGSUB01/CLVSUB01:
      *   - totales por suceso (firmas fallidas, bloqueos,
      *     restablecimientos, cambios y altas de clave, operaciones
      *     no autorizadas, entradas forzadas en la ventana de lote
      *     y bajas de operador)
      *   - los mismos sucesos operador a operador
      *   - el detalle de cada linea del dia
      * y cierra con la situacion actual de CLAVES: operadores
      * bloqueados, con clave provisional, con la clave caducada
      * (CADUCIDAD de POLCLAVE, 90 dias si no se indica) y los de
      * OPERADORES que todavia no han elegido su primera clave.
      * Todo va a SEGINF, listo para imprimir al cierre del dia.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-SEGURIDAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGURIDAD-FILE ASSIGN TO "SEGURIDAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEGURIDAD.
           SELECT CLAVES-FILE ASSIGN TO "CLAVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAVES.
           SELECT POLCLAVE-FILE ASSIGN TO "POLCLAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POLCLAVE.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT SEGINF-FILE ASSIGN TO "SEGINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SEGINF.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD SEGURIDAD-FILE.
      * FECHA;HORA;EVENTO;OPERADOR;PROGRAMA;DETALLE (ver SEGSUB01).
           01 LINEA-SEGURIDAD PIC X(100).

       FD CLAVES-FILE.
      * CODIGO;HUELLA;FECHA-CAMBIO;FALLOS;ESTADO (ver CLVSUB01).
           01 LINEA-CLAVE PIC X(50).

       FD POLCLAVE-FILE.
           01 LINEA-POLCLAVE PIC X(40).

       FD OPERADORES-FILE.
           01 LINEA-OPERADOR PIC X(50).

       FD SEGINF-FILE.
           01 LINEA-SEGINF PIC X(110).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-SEGURIDAD PIC XX.
           77 FS-CLAVES PIC XX.
           77 FS-POLCLAVE PIC XX.
           77 FS-OPERADORES PIC XX.
           77 FS-SEGINF PIC XX.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Linea de SEGURIDAD troceada.
           77 SEG-FECHA PIC X(8).
           77 SEG-HORA PIC X(8).
           77 SEG-EVENTO PIC X(10).
           77 SEG-OPERADOR PIC X(8).
           77 SEG-PROGRAMA PIC X(8).
           77 SEG-DETALLE PIC X(40).

      * Totales del dia por suceso.
           77 TOTAL-FALLOS PIC 9(5) VALUE 0.
           77 TOTAL-BLOQUEOS PIC 9(5) VALUE 0.
           77 TOTAL-RESETS PIC 9(5) VALUE 0.
           77 TOTAL-CAMBIOS PIC 9(5) VALUE 0.
           77 TOTAL-ALTAS PIC 9(5) VALUE 0.
           77 TOTAL-NOAUTOR PIC 9(5) VALUE 0.
           77 TOTAL-FORZADOS PIC 9(5) VALUE 0.
           77 TOTAL-BAJAS PIC 9(5) VALUE 0.
           77 TOTAL-SUCESOS PIC 9(5) VALUE 0.

      * Los mismos sucesos operador a operador.
           01 TABLA-OPERADORES.
               05 FILA-OPERADOR OCCURS 50 TIMES.
                   10 OPE-CODIGO PIC X(8).
                   10 OPE-FALLOS PIC 9(4).
                   10 OPE-BLOQUEOS PIC 9(4).
                   10 OPE-RESETS PIC 9(4).
                   10 OPE-CAMBIOS PIC 9(4).
                   10 OPE-NOAUTOR PIC 9(4).
           77 TOTAL-OPERADORES PIC 9(2) VALUE 0.
           77 IDX-OPE PIC 9(2).
           77 FILA-SUCESO PIC 9(2).

      * Situacion de CLAVES.
           77 CLA-CODIGO PIC X(8).
           77 CLA-HUELLA PIC X(20).
           77 CLA-FECHA PIC 9(8).
           77 CLA-FALLOS PIC X.
           77 CLA-ESTADO PIC X.
               88 CLA-BLOQUEADA VALUE "B".
               88 CLA-PROVISIONAL VALUE "C".
               88 CLA-DE-BAJA VALUE "D".
           77 TOTAL-BLOQUEADOS PIC 9(3) VALUE 0.
           77 TOTAL-PROVISIONALES PIC 9(3) VALUE 0.
           77 TOTAL-CADUCADAS PIC 9(3) VALUE 0.
           77 TOTAL-SIN-CLAVE PIC 9(3) VALUE 0.
           77 OPR-CODIGO PIC X(8).
           77 OPR-NOMBRE PIC X(30).
           77 SW-CLAVE PIC X.
               88 CLAVE-HALLADA VALUE "S".

      * Politica de caducidad, leida como en CLVSUB01.
           77 POL-PALABRA PIC X(15).
           77 POL-VALOR PIC X(10).
           77 POL-DIGITOS PIC 9(2).
           77 DIAS-CADUCIDAD PIC 9(3) VALUE 90.

      * Parametros de FECHASUB (dias entre dos fechas).
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.
           77 DIAS-EDITADOS PIC ZZZZ9.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           PERFORM CARGAR-POLITICA.
           OPEN OUTPUT SEGINF-FILE.
           MOVE SPACES TO LINEA-SEGINF.
           STRING "===== INFORME DIARIO DE SEGURIDAD - "
               DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HORA-HOY DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO LINEA-SEGINF.
           WRITE LINEA-SEGINF.
           PERFORM DETALLE-SUCESOS.
           PERFORM ESCRIBIR-TOTALES.
           PERFORM SITUACION-CLAVES.
           CLOSE SEGINF-FILE.
           DISPLAY "Informe de seguridad generado en SEGINF ("
               TOTAL-SUCESOS " sucesos hoy)".
           MOVE "SEGINF" TO RES-PROGRAMA.
           MOVE TOTAL-SUCESOS TO RES-ENTRADAS.
           MOVE TOTAL-SUCESOS TO RES-SALIDAS.
           MOVE 0 TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * CADA SUCESO DE HOY, TAL CUAL, CONTADO POR TIPO Y POR
      * OPERADOR
       DETALLE-SUCESOS.
           MOVE "--- SUCESOS DEL DIA ---" TO LINEA-SEGINF.
           WRITE LINEA-SEGINF.
           OPEN INPUT SEGURIDAD-FILE.
           IF FS-SEGURIDAD = "00"
               PERFORM UNTIL FS-SEGURIDAD = "10"
                   READ SEGURIDAD-FILE
                       AT END
                           MOVE "10" TO FS-SEGURIDAD
                       NOT AT END
                           PERFORM TRATAR-SUCESO
                   END-READ
               END-PERFORM
               CLOSE SEGURIDAD-FILE
           END-IF.
           IF TOTAL-SUCESOS = 0
               MOVE "  Sin sucesos de seguridad hoy" TO LINEA-SEGINF
               WRITE LINEA-SEGINF
           END-IF.

       TRATAR-SUCESO.
           MOVE SPACES TO SEG-FECHA SEG-HORA SEG-EVENTO SEG-OPERADOR
               SEG-PROGRAMA SEG-DETALLE.
           UNSTRING LINEA-SEGURIDAD DELIMITED BY ";"
               INTO SEG-FECHA SEG-HORA SEG-EVENTO SEG-OPERADOR
                   SEG-PROGRAMA SEG-DETALLE.
           IF SEG-FECHA = FECHA-HOY
               ADD 1 TO TOTAL-SUCESOS
               MOVE SPACES TO LINEA-SEGINF
               STRING "  " DELIMITED BY SIZE
                   SEG-HORA(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   SEG-HORA(3:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SEG-EVENTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SEG-OPERADOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SEG-PROGRAMA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SEG-DETALLE DELIMITED BY SIZE
                   INTO LINEA-SEGINF
               WRITE LINEA-SEGINF
               PERFORM BUSCAR-FILA-SUCESO
               EVALUATE SEG-EVENTO
                   WHEN "FALLO"
                       ADD 1 TO TOTAL-FALLOS
                       IF FILA-SUCESO > 0
                           ADD 1 TO OPE-FALLOS(FILA-SUCESO)
                       END-IF
                   WHEN "BLOQUEO"
                       ADD 1 TO TOTAL-BLOQUEOS
                       IF FILA-SUCESO > 0
                           ADD 1 TO OPE-BLOQUEOS(FILA-SUCESO)
                       END-IF
                   WHEN "RESET"
                       ADD 1 TO TOTAL-RESETS
                       IF FILA-SUCESO > 0
                           ADD 1 TO OPE-RESETS(FILA-SUCESO)
                       END-IF
                   WHEN "CAMBIO"
                       ADD 1 TO TOTAL-CAMBIOS
                       IF FILA-SUCESO > 0
                           ADD 1 TO OPE-CAMBIOS(FILA-SUCESO)
                       END-IF
                   WHEN "ALTA"
                       ADD 1 TO TOTAL-ALTAS
                       IF FILA-SUCESO > 0
                           ADD 1 TO OPE-CAMBIOS(FILA-SUCESO)
                       END-IF
                   WHEN "NOAUTOR"
                       ADD 1 TO TOTAL-NOAUTOR
                       IF FILA-SUCESO > 0
                           ADD 1 TO OPE-NOAUTOR(FILA-SUCESO)
                       END-IF
                   WHEN "FORZADO"
                       ADD 1 TO TOTAL-FORZADOS
                   WHEN "BAJA"
                       ADD 1 TO TOTAL-BAJAS
               END-EVALUATE
           END-IF.

      * DEJA EN FILA-SUCESO LA FILA DEL OPERADOR DEL SUCESO,
      * ANADIENDOLA SI ES NUEVA (CERO SI LA TABLA ESTA LLENA)
       BUSCAR-FILA-SUCESO.
           MOVE 0 TO FILA-SUCESO.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               IF OPE-CODIGO(IDX-OPE) = SEG-OPERADOR
                   MOVE IDX-OPE TO FILA-SUCESO
               END-IF
           END-PERFORM.
           IF FILA-SUCESO = 0 AND TOTAL-OPERADORES < 50
               ADD 1 TO TOTAL-OPERADORES
               MOVE TOTAL-OPERADORES TO FILA-SUCESO
               MOVE SEG-OPERADOR TO OPE-CODIGO(FILA-SUCESO)
               MOVE 0 TO OPE-FALLOS(FILA-SUCESO)
               MOVE 0 TO OPE-BLOQUEOS(FILA-SUCESO)
               MOVE 0 TO OPE-RESETS(FILA-SUCESO)
               MOVE 0 TO OPE-CAMBIOS(FILA-SUCESO)
               MOVE 0 TO OPE-NOAUTOR(FILA-SUCESO)
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE "--- TOTALES DEL DIA ---" TO LINEA-SEGINF.
           WRITE LINEA-SEGINF.
           MOVE SPACES TO LINEA-SEGINF.
           STRING "  FIRMAS FALLIDAS " TOTAL-FALLOS
               "  BLOQUEOS " TOTAL-BLOQUEOS
               "  RESTABLECIMIENTOS " TOTAL-RESETS
               DELIMITED BY SIZE INTO LINEA-SEGINF.
           WRITE LINEA-SEGINF.
           MOVE SPACES TO LINEA-SEGINF.
           STRING "  CAMBIOS DE CLAVE " TOTAL-CAMBIOS
               "  PRIMERAS CLAVES " TOTAL-ALTAS
               "  NO AUTORIZADAS " TOTAL-NOAUTOR
               DELIMITED BY SIZE INTO LINEA-SEGINF.
           WRITE LINEA-SEGINF.
           MOVE SPACES TO LINEA-SEGINF.
           STRING "  ENTRADAS FORZADAS EN VENTANA DE LOTE "
               TOTAL-FORZADOS
               "  BAJAS DE OPERADOR " TOTAL-BAJAS
               DELIMITED BY SIZE INTO LINEA-SEGINF.
           WRITE LINEA-SEGINF.
           MOVE "--- POR OPERADOR (FALLOS BLOQUEOS RESETS CAMBIOS NO"-
               "AUTOR) ---" TO LINEA-SEGINF.
           WRITE LINEA-SEGINF.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               MOVE SPACES TO LINEA-SEGINF
               STRING "  " OPE-CODIGO(IDX-OPE)
                   "  " OPE-FALLOS(IDX-OPE)
                   "  " OPE-BLOQUEOS(IDX-OPE)
                   "  " OPE-RESETS(IDX-OPE)
                   "  " OPE-CAMBIOS(IDX-OPE)
                   "  " OPE-NOAUTOR(IDX-OPE)
                   DELIMITED BY SIZE INTO LINEA-SEGINF
               WRITE LINEA-SEGINF
           END-PERFORM.

      * SITUACION ACTUAL DE LAS CLAVES: SOLO LO QUE PIDE ATENCION
       SITUACION-CLAVES.
           MOVE "--- CLAVES QUE PIDEN ATENCION ---" TO LINEA-SEGINF.
           WRITE LINEA-SEGINF.
           OPEN INPUT CLAVES-FILE.
           IF FS-CLAVES = "00"
               PERFORM UNTIL FS-CLAVES = "10"
                   READ CLAVES-FILE
                       AT END
                           MOVE "10" TO FS-CLAVES
                       NOT AT END
                           PERFORM TRATAR-CLAVE
                   END-READ
               END-PERFORM
               CLOSE CLAVES-FILE
           END-IF.
           OPEN INPUT OPERADORES-FILE.
           IF FS-OPERADORES = "00"
               PERFORM UNTIL FS-OPERADORES = "10"
                   READ OPERADORES-FILE
                       AT END
                           MOVE "10" TO FS-OPERADORES
                       NOT AT END
                           PERFORM COMPROBAR-SIN-CLAVE
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.
           MOVE SPACES TO LINEA-SEGINF.
           STRING "  BLOQUEADOS " TOTAL-BLOQUEADOS
               "  PROVISIONALES " TOTAL-PROVISIONALES
               "  CADUCADAS " TOTAL-CADUCADAS
               "  SIN CLAVE " TOTAL-SIN-CLAVE
               DELIMITED BY SIZE INTO LINEA-SEGINF.
           WRITE LINEA-SEGINF.

       TRATAR-CLAVE.
           MOVE SPACES TO CLA-CODIGO CLA-HUELLA CLA-FALLOS CLA-ESTADO.
           MOVE 0 TO CLA-FECHA.
           UNSTRING LINEA-CLAVE DELIMITED BY ";"
               INTO CLA-CODIGO CLA-HUELLA CLA-FECHA CLA-FALLOS
                   CLA-ESTADO.
           MOVE SPACES TO LINEA-SEGINF.
           EVALUATE TRUE
               WHEN CLA-BLOQUEADA
                   ADD 1 TO TOTAL-BLOQUEADOS
                   STRING "  " CLA-CODIGO " BLOQUEADO: espera a que "
                       "un supervisor restablezca su clave"
                       DELIMITED BY SIZE INTO LINEA-SEGINF
               WHEN CLA-PROVISIONAL
                   ADD 1 TO TOTAL-PROVISIONALES
                   STRING "  " CLA-CODIGO " CLAVE PROVISIONAL DESDE "
                       CLA-FECHA ", sin cambiar todavia"
                       DELIMITED BY SIZE INTO LINEA-SEGINF
      * La clave de un operador dado de baja no pide atencion.
               WHEN CLA-DE-BAJA
                   CONTINUE
               WHEN OTHER
                   MOVE "E" TO FEC-OPERACION
                   MOVE CLA-FECHA TO FEC-FECHA-1
                   MOVE FECHA-HOY TO FEC-FECHA-2
                   CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                       FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                       FEC-ESTADO
                   IF FEC-ESTADO NOT = 0
                       OR FEC-DIAS >= DIAS-CADUCIDAD
                       ADD 1 TO TOTAL-CADUCADAS
                       MOVE FEC-DIAS TO DIAS-EDITADOS
                       STRING "  " CLA-CODIGO " CLAVE CADUCADA: "
                           "cambiada el " CLA-FECHA ", hace "
                           DIAS-EDITADOS " dias"
                           DELIMITED BY SIZE INTO LINEA-SEGINF
                   END-IF
           END-EVALUATE.
           IF LINEA-SEGINF NOT = SPACES
               WRITE LINEA-SEGINF
           END-IF.

       COMPROBAR-SIN-CLAVE.
           MOVE SPACES TO OPR-CODIGO OPR-NOMBRE.
           UNSTRING LINEA-OPERADOR DELIMITED BY ";"
               INTO OPR-CODIGO OPR-NOMBRE.
           IF OPR-CODIGO NOT = SPACES
               MOVE "N" TO SW-CLAVE
               OPEN INPUT CLAVES-FILE
               IF FS-CLAVES = "00"
                   PERFORM UNTIL FS-CLAVES = "10" OR CLAVE-HALLADA
                       READ CLAVES-FILE
                           AT END
                               MOVE "10" TO FS-CLAVES
                           NOT AT END
                               IF LINEA-CLAVE(1:8) = OPR-CODIGO
                                   MOVE "S" TO SW-CLAVE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CLAVES-FILE
               END-IF
               IF NOT CLAVE-HALLADA
                   ADD 1 TO TOTAL-SIN-CLAVE
                   MOVE SPACES TO LINEA-SEGINF
                   STRING "  " OPR-CODIGO " " OPR-NOMBRE
                       " SIN CLAVE: no ha firmado desde que se "
                       "exige"
                       DELIMITED BY SIZE INTO LINEA-SEGINF
                   WRITE LINEA-SEGINF
               END-IF
           END-IF.

       CARGAR-POLITICA.
           OPEN INPUT POLCLAVE-FILE.
           IF FS-POLCLAVE = "00"
               PERFORM UNTIL FS-POLCLAVE = "10"
                   READ POLCLAVE-FILE
                       AT END
                           MOVE "10" TO FS-POLCLAVE
                       NOT AT END
                           MOVE SPACES TO POL-PALABRA
                           MOVE SPACES TO POL-VALOR
                           UNSTRING LINEA-POLCLAVE DELIMITED BY "="
                               INTO POL-PALABRA POL-VALOR
                           IF POL-PALABRA = "CADUCIDAD"
                               MOVE 0 TO POL-DIGITOS
                               INSPECT POL-VALOR TALLYING POL-DIGITOS
                                   FOR LEADING "0" "1" "2" "3" "4"
                                       "5" "6" "7" "8" "9"
                               IF POL-DIGITOS > 0 AND POL-DIGITOS < 4
                                   MOVE POL-VALOR(1:POL-DIGITOS)
                                       TO DIAS-CADUCIDAD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POLCLAVE-FILE
           END-IF.

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

       END PROGRAM INFORME-SEGURIDAD.
