      * La direccion postal no viaja en SELECCION, asi que cada
      * contacto se relee de CONTACTOS por su clave; la fecha de la
      * carta la formatea FECHASUB. El tratamiento ("Estimado
      * cliente", "Apreciada senora"...) llega por SYSIN, y en una
      * segunda linea el codigo de la campana (registro CAMPANAS)
      * bajo el que se anota cada destinatario en CAMPMIEM.
      * Una tercera linea HOGAR (columnas 1-5, franqueo de una pieza
      * en centimos en las 7-10, 0075 si no se informa) agrupa por
      * hogares igual que IMPRIME-ETIQUETAS: una sola carta para los
      * seleccionados con la misma calle normalizada y el mismo
      * codigo postal (HOGSUB01), a nombre del miembro principal que
      * designe HOGARPRI o de "FAMILIA <apellido>", con los hogares
      * formados y el franqueo ahorrado en el informe HOGARINF.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-CARTAS.
           SELECT CARTAS-FILE ASSIGN TO "CARTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.
      * Destinatarios de cada campana (CAMPANA;AGENDA;NOMBRE;FECHA;
      * PROGRAMA), compartido con los demas programas de envio y
      * leido por INFORME-CAMPANAS.
           SELECT CAMPMIEM-FILE ASSIGN TO "CAMPMIEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMPMIEM.
      * Informe de hogares del modo HOGAR.
           SELECT HOGARINF-FILE ASSIGN TO "HOGARINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HOGARINF.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
       FD CARTAS-FILE.
           01 LINEA-CARTAS PIC X(100).

       FD CAMPMIEM-FILE.
           01 LINEA-CAMPMIEM PIC X(80).

       FD HOGARINF-FILE.
           01 LINEA-HOGARINF PIC X(100).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(60).

       WORKING-STORAGE SECTION.
           77 FS-PLANTILLA PIC XX.
           77 FS-SELECCION PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-CARTAS PIC XX.
           77 FS-CAMPMIEM PIC XX.
           77 FS-HOGARINF PIC XX.

      * Tratamiento de cortesia, por SYSIN; en blanco se usa el de
      * siempre.
           77 TRATAMIENTO PIC X(30).

      * Campana del envio, por SYSIN; en blanco los destinatarios se
      * anotan bajo SINCAMPA, que el informe de campanas saca como
      * envio sin alta en el registro.
           77 CAMPANA-ENVIO PIC X(8).

      * Tercera linea de SYSIN: HOGAR para agrupar por hogares, con
      * el franqueo de una pieza en centimos en las columnas 7-10.
           01 TARJETA-HOGAR.
               05 TARJETA-MODO PIC X(5).
                   88 MODO-HOGAR VALUE "HOGAR".
               05 FILLER PIC X.
               05 TARJETA-FRANQUEO PIC X(4).
               05 TARJETA-FRANQUEO-NUM REDEFINES TARJETA-FRANQUEO
                   PIC 9(4).
           77 FRANQUEO-PIEZA PIC 9(2)V99 VALUE 0.75.

      * Nombre que encabeza la carta y sustituye a &NOMBRE: el del
      * contacto, o en el modo HOGAR el del principal o la familia.
           77 NOMBRE-DESTINO PIC X(30).

      * Seleccionados del modo HOGAR, guardados hasta el final para
      * ordenarlos por hogar; los que no caben salen con carta propia.
           77 MIEMBROS-MAX PIC 9(3) VALUE 500.
           01 TABLA-MIEMBROS.
               05 MIEMBRO OCCURS 1 TO 500 TIMES
                           DEPENDING ON TOTAL-MIEMBROS
                           ASCENDING KEY IS MBR-HOGAR
                           INDEXED BY IDX-MIE.
                   10 MBR-HOGAR PIC X(46).
                   10 MBR-AGENDA PIC X(15).
                   10 MBR-NOMBRE PIC X(30).
                   10 MBR-APELLIDO PIC X(30).
                   10 MBR-PRINCIPAL PIC 9.
           77 TOTAL-MIEMBROS PIC 9(3) VALUE 0.
           77 IDX-INI PIC 9(3).
           77 IDX-FIN PIC 9(3).
           77 IDX-MBR PIC 9(3).
           77 IDX-DESTINO PIC 9(3).
           77 MIEMBROS-HOGAR PIC 9(3).
           77 SIN-HUECO PIC 9(4) VALUE 0.
           77 CONTACTOS-CARTA PIC 9(4) VALUE 0.
           77 HOGARES-AGRUPADOS PIC 9(4) VALUE 0.
           77 PIEZAS-AHORRADAS PIC 9(4) VALUE 0.
           77 FRANQUEO-AHORRADO PIC 9(5)V99 VALUE 0.
           77 FRANQUEO-EDITADO PIC ZZZZ9.99.

      * Parametros de la subrutina de hogares HOGSUB01.
           77 HOG-AGENDA PIC X(15).
           77 HOG-NOMBRE PIC X(30).
           77 HOG-CALLE PIC X(30).
           77 HOG-CP PIC X(8).
           77 HOG-HOGAR PIC X(46).
           77 HOG-APELLIDO PIC X(30).
           77 HOG-PRINCIPAL PIC 9.

      * Plantilla cargada en memoria, una vez, para repetirla por
      * cada contacto.
           01 TABLA-PLANTILLA.
           77 SIN-CLAVE PIC 9(4) VALUE 0.
           77 NUMERO-CARTA PIC ZZZ9.

      * Parametros de la subrutina compartida CONSUB01.
           77 CON-AGENDA PIC X(15).
           77 CON-NOMBRE PIC X(30).
           77 CON-CANAL PIC X.
           77 CON-ESTADO PIC 9.
           77 SUPRIMIDOS PIC 9(4) VALUE 0.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
           IF TRATAMIENTO = SPACES
               MOVE "Estimado/a" TO TRATAMIENTO
           END-IF.
           ACCEPT CAMPANA-ENVIO.
           IF CAMPANA-ENVIO = SPACES
               MOVE "SINCAMPA" TO CAMPANA-ENVIO
           END-IF.
           MOVE SPACES TO TARJETA-HOGAR.
           ACCEPT TARJETA-HOGAR.
           MOVE FUNCTION UPPER-CASE(TARJETA-MODO) TO TARJETA-MODO.
           IF MODO-HOGAR AND TARJETA-FRANQUEO IS NUMERIC
               COMPUTE FRANQUEO-PIEZA = TARJETA-FRANQUEO-NUM / 100
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
               PERFORM GENERAR-CARTAS
           END-IF.
           MOVE "CARTAS" TO RES-PROGRAMA.
           COMPUTE RES-ENTRADAS = CONTACTOS-CARTA + SIN-CLAVE
               + SUPRIMIDOS.
           MOVE CARTAS-GENERADAS TO RES-SALIDAS.
           MOVE SIN-CLAVE TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           MOVE SUPRIMIDOS TO RES-SUPRIMIDOS.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.
                   MOVE 8 TO CODIGO-SALIDA
               ELSE
                   OPEN OUTPUT CARTAS-FILE
                   OPEN EXTEND CAMPMIEM-FILE
                   IF FS-CAMPMIEM = "35"
                       OPEN OUTPUT CAMPMIEM-FILE
                   END-IF
                   PERFORM UNTIL FS-SELECCION = "10"
                       READ SELECCION-FILE
                           AT END
                       END-READ
                   END-PERFORM
                   CLOSE SELECCION-FILE
                   IF MODO-HOGAR
                       PERFORM ESCRIBIR-CARTAS-HOGAR
                   END-IF
                   CLOSE CONTACTOS-FILE
                   CLOSE CARTAS-FILE
                   CLOSE CAMPMIEM-FILE
                   DISPLAY "Cartas generadas en CARTAS: "
                       CARTAS-GENERADAS " (" SIN-CLAVE
                       " seleccionados sin clave en CONTACTOS)"
                   IF MODO-HOGAR
                       DISPLAY "Modo HOGAR: " CARTAS-GENERADAS
                           " cartas para " CONTACTOS-CARTA
                           " contactos (" HOGARES-AGRUPADOS
                           " hogares agrupados, informe en HOGARINF)"
                   END-IF
               END-IF
           END-IF.

                       ADD 1 TO SIN-CLAVE
                       MOVE 4 TO CODIGO-SALIDA
                   NOT INVALID KEY
      * Quien ha retirado el consentimiento postal no recibe carta.
                       MOVE AGENDA-NOMBRE-REG TO CON-AGENDA
                       MOVE NOMBRE-REG TO CON-NOMBRE
                       MOVE "P" TO CON-CANAL
                       CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE
                           CON-CANAL CON-ESTADO
                       IF CON-ESTADO NOT = 0
                           ADD 1 TO SUPRIMIDOS
                       ELSE
                           IF MODO-HOGAR
                               AND TOTAL-MIEMBROS < MIEMBROS-MAX
                               PERFORM GUARDAR-MIEMBRO
                           ELSE
                               IF MODO-HOGAR
                                   ADD 1 TO SIN-HUECO
                               END-IF
                               MOVE NOMBRE-REG TO NOMBRE-DESTINO
                               PERFORM ESCRIBIR-CARTA
                               PERFORM ANOTAR-MIEMBRO-CAMPANA
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * MODO HOGAR: EL SELECCIONADO SE GUARDA CON SU CLAVE DE HOGAR
      * PARA ESCRIBIR LAS CARTAS AL FINAL, YA AGRUPADO
       GUARDAR-MIEMBRO.
           MOVE AGENDA-NOMBRE-REG TO HOG-AGENDA.
           MOVE NOMBRE-REG TO HOG-NOMBRE.
           MOVE DIR-CALLE-REG TO HOG-CALLE.
           MOVE DIR-CP-REG TO HOG-CP.
           CALL "HOGSUB01" USING HOG-AGENDA HOG-NOMBRE HOG-CALLE
               HOG-CP HOG-HOGAR HOG-APELLIDO HOG-PRINCIPAL.
           ADD 1 TO TOTAL-MIEMBROS.
           MOVE HOG-HOGAR TO MBR-HOGAR(TOTAL-MIEMBROS).
           MOVE AGENDA-NOMBRE-REG TO MBR-AGENDA(TOTAL-MIEMBROS).
           MOVE NOMBRE-REG TO MBR-NOMBRE(TOTAL-MIEMBROS).
           MOVE HOG-APELLIDO TO MBR-APELLIDO(TOTAL-MIEMBROS).
           MOVE HOG-PRINCIPAL TO MBR-PRINCIPAL(TOTAL-MIEMBROS).

      * MODO HOGAR: UNA CARTA POR HOGAR (MIEMBROS DE IDX-INI A
      * IDX-FIN, SEGUIDOS TRAS LA ORDENACION) CON LA DIRECCION DEL
      * DESTINATARIO RELEIDA DE CONTACTOS, Y UNA LINEA DE CAMPANA POR
      * MIEMBRO; LOS HOGARES DE MAS DE UNO VAN AL INFORME HOGARINF
       ESCRIBIR-CARTAS-HOGAR.
           OPEN OUTPUT HOGARINF-FILE.
           MOVE SPACES TO LINEA-HOGARINF.
           STRING "HOGARES DE LAS CARTAS DE LA CAMPANA "
               CAMPANA-ENVIO " - " FECHA-CARTA
               DELIMITED BY SIZE INTO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           IF TOTAL-MIEMBROS > 1
               SORT MIEMBRO ON ASCENDING KEY MBR-HOGAR MBR-AGENDA
                   MBR-NOMBRE
           END-IF.
           MOVE 1 TO IDX-INI.
           PERFORM UNTIL IDX-INI > TOTAL-MIEMBROS
               MOVE IDX-INI TO IDX-FIN
               PERFORM UNTIL IDX-FIN >= TOTAL-MIEMBROS
                       OR MBR-HOGAR(IDX-FIN + 1) NOT =
                           MBR-HOGAR(IDX-INI)
                   ADD 1 TO IDX-FIN
               END-PERFORM
               COMPUTE MIEMBROS-HOGAR = IDX-FIN - IDX-INI + 1
               PERFORM ELEGIR-DESTINATARIO
               MOVE MBR-AGENDA(IDX-DESTINO) TO AGENDA-NOMBRE-REG
               MOVE MBR-NOMBRE(IDX-DESTINO) TO NOMBRE-REG
               READ CONTACTOS-FILE
                   INVALID KEY
                       ADD MIEMBROS-HOGAR TO SIN-CLAVE
                       MOVE 4 TO CODIGO-SALIDA
                   NOT INVALID KEY
                       PERFORM ESCRIBIR-CARTA
                       PERFORM VARYING IDX-MBR FROM IDX-INI BY 1
                               UNTIL IDX-MBR > IDX-FIN
                           MOVE MBR-AGENDA(IDX-MBR) TO
                               AGENDA-NOMBRE-REG
                           MOVE MBR-NOMBRE(IDX-MBR) TO NOMBRE-REG
                           PERFORM ANOTAR-MIEMBRO-CAMPANA
                       END-PERFORM
                       IF MIEMBROS-HOGAR > 1
                           PERFORM INFORMAR-HOGAR
                       END-IF
               END-READ
               COMPUTE IDX-INI = IDX-FIN + 1
           END-PERFORM.
           COMPUTE PIEZAS-AHORRADAS = CONTACTOS-CARTA
               - CARTAS-GENERADAS.
           COMPUTE FRANQUEO-AHORRADO = PIEZAS-AHORRADAS
               * FRANQUEO-PIEZA.
           MOVE FRANQUEO-AHORRADO TO FRANQUEO-EDITADO.
           MOVE SPACES TO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           MOVE SPACES TO LINEA-HOGARINF.
           STRING "CONTACTOS: " CONTACTOS-CARTA
               "  CARTAS: " CARTAS-GENERADAS
               "  HOGARES AGRUPADOS: " HOGARES-AGRUPADOS
               "  PIEZAS AHORRADAS: " PIEZAS-AHORRADAS
               DELIMITED BY SIZE INTO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           MOVE SPACES TO LINEA-HOGARINF.
           STRING "FRANQUEO AHORRADO: " FRANQUEO-EDITADO " EUR"
               DELIMITED BY SIZE INTO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           IF SIN-HUECO > 0
               MOVE SPACES TO LINEA-HOGARINF
               STRING "SELECCIONADOS FUERA DE LA AGRUPACION (TABLA "
                   "LLENA): " SIN-HUECO
                   DELIMITED BY SIZE INTO LINEA-HOGARINF
               WRITE LINEA-HOGARINF
           END-IF.
           CLOSE HOGARINF-FILE.

      * LA CARTA VA AL PRINCIPAL DEL HOGAR SI LO HAY (Y CON SU
      * DIRECCION); SI NO, AL PRIMERO Y A NOMBRE DE LA FAMILIA, SALVO
      * QUE EL HOGAR SEA DE UN SOLO CONTACTO
       ELEGIR-DESTINATARIO.
           MOVE 0 TO IDX-DESTINO.
           PERFORM VARYING IDX-MBR FROM IDX-INI BY 1
                   UNTIL IDX-MBR > IDX-FIN OR IDX-DESTINO > 0
               IF MBR-PRINCIPAL(IDX-MBR) = 1
                   MOVE IDX-MBR TO IDX-DESTINO
               END-IF
           END-PERFORM.
           MOVE SPACES TO NOMBRE-DESTINO.
           IF IDX-DESTINO > 0
               MOVE MBR-NOMBRE(IDX-DESTINO) TO NOMBRE-DESTINO
           ELSE
               MOVE IDX-INI TO IDX-DESTINO
               IF MIEMBROS-HOGAR = 1
                   MOVE MBR-NOMBRE(IDX-INI) TO NOMBRE-DESTINO
               ELSE
                   STRING "FAMILIA " DELIMITED BY SIZE
                       MBR-APELLIDO(IDX-INI) DELIMITED BY SPACE
                       INTO NOMBRE-DESTINO
               END-IF
           END-IF.

       INFORMAR-HOGAR.
           ADD 1 TO HOGARES-AGRUPADOS.
           MOVE SPACES TO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           MOVE SPACES TO LINEA-HOGARINF.
           STRING "HOGAR " DIR-CALLE-REG " " DIR-CP-REG
               " " DIR-CIUDAD-REG
               DELIMITED BY SIZE INTO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           MOVE SPACES TO LINEA-HOGARINF.
           STRING "  UNA CARTA A " NOMBRE-DESTINO " EN VEZ DE "
               MIEMBROS-HOGAR
               DELIMITED BY SIZE INTO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           PERFORM VARYING IDX-MBR FROM IDX-INI BY 1
                   UNTIL IDX-MBR > IDX-FIN
               MOVE SPACES TO LINEA-HOGARINF
               STRING "    " MBR-AGENDA(IDX-MBR) " "
                   MBR-NOMBRE(IDX-MBR)
                   DELIMITED BY SIZE INTO LINEA-HOGARINF
               WRITE LINEA-HOGARINF
           END-PERFORM.

      * EL DESTINATARIO QUEDA ANOTADO EN LA CAMPANA DEL ENVIO
       ANOTAR-MIEMBRO-CAMPANA.
           ADD 1 TO CONTACTOS-CARTA.
           MOVE SPACES TO LINEA-CAMPMIEM.
           STRING CAMPANA-ENVIO DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               AGENDA-NOMBRE-REG DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               NOMBRE-REG DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               "CARTAS" DELIMITED BY SIZE
               INTO LINEA-CAMPMIEM.
           WRITE LINEA-CAMPMIEM.

      * UNA CARTA: CABECERA DE PAGINA PROPIA Y LA PLANTILLA LINEA A
      * LINEA CON LAS MARCAS YA SUSTITUIDAS
       ESCRIBIR-CARTA.
           STRING "===== CARTA" DELIMITED BY SIZE
               NUMERO-CARTA DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               NOMBRE-DESTINO DELIMITED BY SIZE
               " =====" DELIMITED BY SIZE
               INTO LINEA-CARTAS.
           WRITE LINEA-CARTAS.
           PERFORM SUSTITUIR-UNA-MARCA.
           MOVE "&NOMBRE" TO MARCA-TEXTO.
           MOVE 7 TO MARCA-LARGO.
           MOVE NOMBRE-DESTINO TO VALOR-TEXTO.
           PERFORM SUSTITUIR-UNA-MARCA.
           MOVE "&CATEGORIA" TO MARCA-TEXTO.
           MOVE 10 TO MARCA-LARGO.
               RES-RECHAZOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-SUPRIMIDOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.
