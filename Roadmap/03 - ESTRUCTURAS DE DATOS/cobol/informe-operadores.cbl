      *   - sus despachos del fichero SESIONES (que programas lanzo)
      *   - sus altas, modificaciones y bajas de AUDITORIA
      *   - sus rechazos de EXCEPCIONES
      *   - los informes que recibio en la cola COLAIMP (los de su
      *     destinatario, tambien los trozos repartidos por DISTRIB)
      *   - los avisos de cambios en los contactos que vigila, del
      *     ultimo resumen que VIGILA-CAMBIOS dejo en VIGHIST
      * y escribe en OPESTADO una pagina por operador con el detalle
      * de cada fuente y los totales al pie, lista para imprimir en
      * el ultimo paso del dia interactivo.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
           SELECT COLAIMP-FILE ASSIGN TO "COLAIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLAIMP.
           SELECT VIGHIST-FILE ASSIGN TO "VIGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VIGHIST.
           SELECT OPESTADO-FILE ASSIGN TO "OPESTADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPESTADO.
           01 LINEA-SESION PIC X(60).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD COLAIMP-FILE.
           01 LINEA-COLAIMP PIC X(140).

       FD VIGHIST-FILE.
           01 LINEA-VIGHIST PIC X(170).

       FD OPESTADO-FILE.
           01 LINEA-OPESTADO PIC X(110).

           77 FS-AUDITORIA PIC XX.
           77 FS-EXCEPCIONES PIC XX.
           77 FS-OPESTADO PIC XX.
           77 FS-COLAIMP PIC XX.
           77 FS-VIGHIST PIC XX.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).
           77 FUENTE-FECHA PIC X(8).
           77 FUENTE-OPERADOR PIC X(8).
           77 AUD-OPERACION PIC X(10).
      * Campos de la cabecera de una entrada de COLAIMP; en las
      * anteriores al reparto (seis campos) el destinatario es el
      * propio operador que pidio el informe.
           77 COLA-RESTO PIC X(136).
           77 COLA-INFORME PIC X(8).
           77 COLA-OPERADOR PIC X(8).
           77 COLA-FECHA PIC X(8).
           77 COLA-HORA PIC X(8).
           77 COLA-PAGINAS PIC X(4).
           77 COLA-DESTINO PIC X(8).
           77 COLA-ESTADO PIC X.
           77 CAMPOS-CABECERA PIC 9(2).
      * Avisos de contactos vigilados (linea de VIGILA-CAMBIOS, con
      * la fecha del resumen ya con siglo). Entra en el estado el
      * ultimo resumen no posterior a hoy: el de la noche anterior.
           77 FECHA-HOY-SIGLO PIC 9(8).
           77 ULTIMO-RESUMEN PIC X(8).
           77 VGH-RESUMEN PIC X(8).
           77 VGH-OPERADOR PIC X(8).
           77 VGH-FECHA PIC X(8).
           77 VGH-HORA PIC X(8).
           77 VGH-AGENDA PIC X(15).
           77 VGH-NOMBRE PIC X(30).
           77 VGH-OPERACION PIC X(10).
           77 VGH-QUIEN PIC X(8).
           77 VGH-DETALLE PIC X(60).

      * Totales de la pagina del operador en curso.
           77 TOTAL-SESIONES PIC 9(4).
           77 TOTAL-BAJAS PIC 9(4).
           77 TOTAL-OTRAS PIC 9(4).
           77 TOTAL-RECHAZOS PIC 9(4).
           77 TOTAL-INFORMES PIC 9(4).
           77 TOTAL-VIGILADOS PIC 9(4).

           77 PAGINAS PIC 9(2) VALUE 0.

       PRINCIPAL.
           ACCEPT FECHA-HOY FROM DATE.
           ACCEPT HORA-HOY FROM TIME.
           MOVE FECHA-HOY TO FECHA-HOY-SIGLO.
           IF FECHA-HOY-SIGLO < 19000101
               ADD 20000000 TO FECHA-HOY-SIGLO
           END-IF.
           PERFORM RECOGER-OPERADORES.
           IF TOTAL-OPERADORES = 0
               DISPLAY "Sin actividad de operadores hoy; no hay "-
               END-PERFORM
               CLOSE EXCEPCIONES-FILE
           END-IF.
           OPEN INPUT COLAIMP-FILE.
           IF FS-COLAIMP = "00"
               PERFORM UNTIL FS-COLAIMP = "10"
                   READ COLAIMP-FILE
                       AT END
                           MOVE "10" TO FS-COLAIMP
                       NOT AT END
                           IF LINEA-COLAIMP(1:4) = "CAB;"
                               PERFORM TROCEAR-CABECERA-COLA
                               MOVE COLA-FECHA TO FUENTE-FECHA
                               MOVE COLA-DESTINO TO FUENTE-OPERADOR
                               PERFORM ANOTAR-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLAIMP-FILE
           END-IF.
           PERFORM BUSCAR-ULTIMO-RESUMEN.
           IF ULTIMO-RESUMEN NOT = SPACES
               OPEN INPUT VIGHIST-FILE
               PERFORM UNTIL FS-VIGHIST = "10"
                   READ VIGHIST-FILE
                       AT END
                           MOVE "10" TO FS-VIGHIST
                       NOT AT END
                           PERFORM TROCEAR-VIGHIST
                           IF VGH-RESUMEN = ULTIMO-RESUMEN
                               MOVE FECHA-HOY TO FUENTE-FECHA
                               MOVE VGH-OPERADOR TO FUENTE-OPERADOR
                               PERFORM ANOTAR-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIGHIST-FILE
           END-IF.

      * FECHA DEL ULTIMO RESUMEN DE VIGILA-CAMBIOS NO POSTERIOR A HOY
      * (EN BLANCO SI NO HAY NINGUNO)
       BUSCAR-ULTIMO-RESUMEN.
           MOVE SPACES TO ULTIMO-RESUMEN.
           OPEN INPUT VIGHIST-FILE.
           IF FS-VIGHIST = "00"
               PERFORM UNTIL FS-VIGHIST = "10"
                   READ VIGHIST-FILE
                       AT END
                           MOVE "10" TO FS-VIGHIST
                       NOT AT END
                           PERFORM TROCEAR-VIGHIST
                           IF VGH-RESUMEN IS NUMERIC
                               AND VGH-RESUMEN <= FECHA-HOY-SIGLO
                               AND (ULTIMO-RESUMEN = SPACES
                                   OR VGH-RESUMEN > ULTIMO-RESUMEN)
                               MOVE VGH-RESUMEN TO ULTIMO-RESUMEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIGHIST-FILE
           END-IF.

       TROCEAR-VIGHIST.
           MOVE SPACES TO VGH-RESUMEN VGH-OPERADOR VGH-FECHA VGH-HORA
               VGH-AGENDA VGH-NOMBRE VGH-OPERACION VGH-QUIEN
               VGH-DETALLE.
           UNSTRING LINEA-VIGHIST DELIMITED BY ";"
               INTO VGH-RESUMEN VGH-OPERADOR VGH-FECHA VGH-HORA
                   VGH-AGENDA VGH-NOMBRE VGH-OPERACION VGH-QUIEN
                   VGH-DETALLE.

       TROCEAR-CABECERA-COLA.
           MOVE LINEA-COLAIMP(5:) TO COLA-RESTO.
           MOVE SPACES TO COLA-INFORME COLA-OPERADOR COLA-FECHA
               COLA-HORA COLA-PAGINAS COLA-DESTINO COLA-ESTADO.
           MOVE 0 TO CAMPOS-CABECERA.
           UNSTRING COLA-RESTO DELIMITED BY ";"
               INTO COLA-INFORME COLA-OPERADOR COLA-FECHA COLA-HORA
                   COLA-PAGINAS COLA-DESTINO COLA-ESTADO
               TALLYING IN CAMPOS-CABECERA
           END-UNSTRING.
           IF CAMPOS-CABECERA < 7
               MOVE COLA-DESTINO(1:1) TO COLA-ESTADO
               MOVE COLA-OPERADOR TO COLA-DESTINO
           END-IF.

       ANOTAR-OPERADOR.
           IF FUENTE-FECHA = FECHA-HOY
           MOVE 0 TO TOTAL-BAJAS.
           MOVE 0 TO TOTAL-OTRAS.
           MOVE 0 TO TOTAL-RECHAZOS.
           MOVE 0 TO TOTAL-INFORMES.
           MOVE 0 TO TOTAL-VIGILADOS.
           MOVE SPACES TO LINEA-OPESTADO.
           STRING "===== OPERADOR " DELIMITED BY SIZE
               OPE-CODIGO(IDX-OPE) DELIMITED BY SIZE
           PERFORM DETALLE-SESIONES.
           PERFORM DETALLE-AUDITORIA.
           PERFORM DETALLE-EXCEPCIONES.
           PERFORM DETALLE-INFORMES.
           PERFORM DETALLE-VIGILADOS.
           MOVE SPACES TO LINEA-OPESTADO.
           STRING "TOTALES: " TOTAL-SESIONES " DESPACHOS, "
               TOTAL-ALTAS " ALTAS, " TOTAL-MODIFICACIONES
               " MODIFICACIONES, " TOTAL-BAJAS " BAJAS, "
               TOTAL-OTRAS " OTRAS, " TOTAL-RECHAZOS " RECHAZOS, "
               TOTAL-INFORMES " INFORMES"
               DELIMITED BY SIZE INTO LINEA-OPESTADO.
           WRITE LINEA-OPESTADO.
           IF TOTAL-VIGILADOS > 0
               MOVE SPACES TO LINEA-OPESTADO
               STRING "         " TOTAL-VIGILADOS
                   " AVISOS DE CONTACTOS VIGILADOS"
                   DELIMITED BY SIZE INTO LINEA-OPESTADO
               WRITE LINEA-OPESTADO
           END-IF.

       DETALLE-SESIONES.
           MOVE "--- DESPACHOS (SESIONES) ---" TO LINEA-OPESTADO.
               CLOSE EXCEPCIONES-FILE
           END-IF.

      * LOS INFORMES ENCOLADOS HOY PARA EL OPERADOR (COMO
      * DESTINATARIO), CON QUIEN LOS PIDIO, PAGINAS Y ESTADO
       DETALLE-INFORMES.
           MOVE "--- INFORMES RECIBIDOS (COLAIMP) ---" TO
               LINEA-OPESTADO.
           WRITE LINEA-OPESTADO.
           OPEN INPUT COLAIMP-FILE.
           IF FS-COLAIMP = "00"
               PERFORM UNTIL FS-COLAIMP = "10"
                   READ COLAIMP-FILE
                       AT END
                           MOVE "10" TO FS-COLAIMP
                       NOT AT END
                           IF LINEA-COLAIMP(1:4) = "CAB;"
                               PERFORM TROCEAR-CABECERA-COLA
                               IF COLA-FECHA = FECHA-HOY
                                   AND COLA-DESTINO =
                                       OPE-CODIGO(IDX-OPE)
                                   ADD 1 TO TOTAL-INFORMES
                                   MOVE SPACES TO LINEA-OPESTADO
                                   STRING COLA-INFORME " HORA "
                                       COLA-HORA(1:2) ":"
                                       COLA-HORA(3:2) " PEDIDO POR "
                                       COLA-OPERADOR " PAGINAS "
                                       COLA-PAGINAS " ESTADO "
                                       COLA-ESTADO
                                       DELIMITED BY SIZE
                                       INTO LINEA-OPESTADO
                                   WRITE LINEA-OPESTADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLAIMP-FILE
           END-IF.

      * LOS CAMBIOS QUE OTROS HICIERON EN LOS CONTACTOS QUE VIGILA EL
      * OPERADOR, DEL ULTIMO RESUMEN DE VIGILA-CAMBIOS
       DETALLE-VIGILADOS.
           MOVE "--- CONTACTOS VIGILADOS (VIGHIST) ---" TO
               LINEA-OPESTADO.
           WRITE LINEA-OPESTADO.
           IF ULTIMO-RESUMEN NOT = SPACES
               OPEN INPUT VIGHIST-FILE
               PERFORM UNTIL FS-VIGHIST = "10"
                   READ VIGHIST-FILE
                       AT END
                           MOVE "10" TO FS-VIGHIST
                       NOT AT END
                           PERFORM TROCEAR-VIGHIST
                           IF VGH-RESUMEN = ULTIMO-RESUMEN
                               AND VGH-OPERADOR = OPE-CODIGO(IDX-OPE)
                               ADD 1 TO TOTAL-VIGILADOS
                               MOVE SPACES TO LINEA-OPESTADO
                               STRING VGH-FECHA " " VGH-HORA(1:2) ":"
                                   VGH-HORA(3:2) " " VGH-OPERACION " "
                                   VGH-NOMBRE " (" VGH-AGENDA ") POR "
                                   VGH-QUIEN
                                   DELIMITED BY SIZE
                                   INTO LINEA-OPESTADO
                               WRITE LINEA-OPESTADO
                               IF VGH-DETALLE NOT = SPACES
                                   MOVE SPACES TO LINEA-OPESTADO
                                   STRING "      " VGH-DETALLE
                                       DELIMITED BY SIZE
                                       INTO LINEA-OPESTADO
                                   WRITE LINEA-OPESTADO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIGHIST-FILE
           END-IF.

      *ANADE AL FICHERO COMUN RESUMEN EL REGISTRO DE FIN DE
      *EJECUCION, CON LOS CONTADORES QUE EL PROGRAMA YA LLEVA
