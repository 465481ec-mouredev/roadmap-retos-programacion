      * postal para la franqueadora. Los contactos cuyo DIR-CP no
      * este en la referencia CODPOST salen igualmente, pero al final
      * del fichero y marcados, para que se revisen antes de
      * franquear. Por SYSIN llega el codigo de la campana (registro
      * CAMPANAS) bajo el que se anota cada destinatario en CAMPMIEM.
      * Una segunda tarjeta HOGAR (columnas 1-5) agrupa por hogares:
      * los contactos con la misma calle normalizada y el mismo
      * codigo postal (HOGSUB01) comparten una sola etiqueta, a nombre
      * de su miembro principal si HOGARPRI lo designa y si no a
      * "FAMILIA <apellido>". En las columnas 7-10 de esa tarjeta va
      * el franqueo de una pieza en centimos (0075 si no se informa),
      * y el informe HOGARINF lista los hogares formados y el
      * franqueo ahorrado. Todos los miembros quedan anotados en la
      * campana, porque a todos les llega el envio.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRIME-ETIQUETAS.
           SELECT ETIQUETA-FILE ASSIGN TO "ETIQUETA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ETIQUETA.
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
       FD ETIQUETA-FILE.
           01 LINEA-ETIQUETA PIC X(60).

       FD CAMPMIEM-FILE.
           01 LINEA-CAMPMIEM PIC X(80).

       FD HOGARINF-FILE.
           01 LINEA-HOGARINF PIC X(100).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(60).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-CODPOST PIC XX.
           77 FS-ETIQUETA PIC XX.
           77 FS-CAMPMIEM PIC XX.
           77 FS-HOGARINF PIC XX.

      * Campana del envio, por SYSIN; en blanco los destinatarios se
      * anotan bajo SINCAMPA, que el informe de campanas saca como
      * envio sin alta en el registro.
           77 CAMPANA-ENVIO PIC X(8).

      * Segunda tarjeta de SYSIN: HOGAR para agrupar por hogares, con
      * el franqueo de una pieza en centimos en las columnas 7-10.
           01 TARJETA-HOGAR.
               05 TARJETA-MODO PIC X(5).
                   88 MODO-HOGAR VALUE "HOGAR".
               05 FILLER PIC X.
               05 TARJETA-FRANQUEO PIC X(4).
               05 TARJETA-FRANQUEO-NUM REDEFINES TARJETA-FRANQUEO
                   PIC 9(4).
           77 FRANQUEO-PIEZA PIC 9(2)V99 VALUE 0.75.

      * Etiquetas recogidas de la agenda, ordenadas por codigo
      * postal antes de escribirlas. La marca de codigo desconocido
                   10 ETI-NOMBRE PIC X(30).
                   10 ETI-CALLE PIC X(30).
                   10 ETI-CIUDAD PIC X(20).
                   10 ETI-AGENDA PIC X(15).
                   10 ETI-HOGAR PIC X(46).
                   10 ETI-APELLIDO PIC X(30).
                   10 ETI-PRINCIPAL PIC 9.
           77 TOTAL-ETIQUETAS PIC 9(3) VALUE 0.
           77 IDX-SAL PIC 9(3).

      * Hogar en curso en el modo HOGAR: de IDX-SAL a IDX-FIN, y a
      * nombre de quien va la pieza.
           77 IDX-FIN PIC 9(3).
           77 IDX-MBR PIC 9(3).
           77 NOMBRE-DESTINO PIC X(30).
           77 MIEMBROS-HOGAR PIC 9(3).
           77 PIEZAS-ENVIADAS PIC 9(3) VALUE 0.
           77 HOGARES-AGRUPADOS PIC 9(3) VALUE 0.
           77 PIEZAS-AHORRADAS PIC 9(3) VALUE 0.
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

      * Codigos postales de la referencia, para marcar los
      * desconocidos.
           01 TABLA-CODPOST.
           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Parametros de la subrutina compartida CONSUB01.
           77 CON-AGENDA PIC X(15).
           77 CON-NOMBRE PIC X(30).
           77 CON-CANAL PIC X.
           77 CON-ESTADO PIC 9.
           77 SUPRIMIDOS PIC 9(4) VALUE 0.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.

       PROCEDURE DIVISION.
       PRINCIPAL.
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
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS = "35"
               DISPLAY "No existe CONTACTOS; no hay etiquetas que "-
               PERFORM CARGAR-CODPOST
               PERFORM RECOGER-ETIQUETAS
               IF TOTAL-ETIQUETAS > 1
      * En el modo HOGAR los miembros de un hogar quedan seguidos
      * dentro de su codigo postal.
                   IF MODO-HOGAR
                       SORT ETIQUETA ON ASCENDING KEY ETI-ORDEN
                           ETI-HOGAR ETI-AGENDA ETI-NOMBRE
                   ELSE
                       SORT ETIQUETA ON ASCENDING KEY ETI-ORDEN
                   END-IF
               END-IF
               IF MODO-HOGAR
                   PERFORM ESCRIBIR-ETIQUETAS-HOGAR
                   DISPLAY "Modo HOGAR: " PIEZAS-ENVIADAS
                       " piezas para " TOTAL-ETIQUETAS
                       " contactos (" HOGARES-AGRUPADOS
                       " hogares agrupados, informe en HOGARINF)"
               ELSE
                   PERFORM ESCRIBIR-ETIQUETAS
               END-IF
               DISPLAY "Etiquetas generadas en ETIQUETA: "
                   TOTAL-ETIQUETAS " (" SIN-REFERENCIA
                   " con CP fuera de referencia, " SIN-DIRECCION
                   " contactos sin direccion omitidos)"
           END-IF.
           MOVE "ETIQUETA" TO RES-PROGRAMA.
           COMPUTE RES-ENTRADAS = TOTAL-ETIQUETAS + SIN-DIRECCION
               + SUPRIMIDOS.
           MOVE PIEZAS-ENVIADAS TO RES-SALIDAS.
           MOVE SIN-REFERENCIA TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           MOVE SUPRIMIDOS TO RES-SUPRIMIDOS.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.
                           IF DIRECCION-REG = SPACES
                               ADD 1 TO SIN-DIRECCION
                           ELSE
                               PERFORM COMPROBAR-CONSENTIMIENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONTACTOS-FILE.

      * SIN CONSENTIMIENTO POSTAL NO SE IMPRIME LA ETIQUETA
       COMPROBAR-CONSENTIMIENTO.
           MOVE AGENDA-NOMBRE-REG TO CON-AGENDA.
           MOVE NOMBRE-REG TO CON-NOMBRE.
           MOVE "P" TO CON-CANAL.
           CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE CON-CANAL
               CON-ESTADO.
           IF CON-ESTADO NOT = 0
               ADD 1 TO SUPRIMIDOS
           ELSE
               PERFORM ANOTAR-ETIQUETA
           END-IF.

      * UNA ETIQUETA MAS EN LA TABLA; LA CLAVE DE ORDENACION LLEVA
      * DELANTE "0" (CP EN LA REFERENCIA) O "9" (CP DESCONOCIDO O EN
      * BLANCO), PARA QUE LO REVISABLE QUEDE JUNTO AL FINAL
               MOVE NOMBRE-REG TO ETI-NOMBRE(TOTAL-ETIQUETAS)
               MOVE DIR-CALLE-REG TO ETI-CALLE(TOTAL-ETIQUETAS)
               MOVE DIR-CIUDAD-REG TO ETI-CIUDAD(TOTAL-ETIQUETAS)
               MOVE AGENDA-NOMBRE-REG TO ETI-AGENDA(TOTAL-ETIQUETAS)
               IF MODO-HOGAR
                   PERFORM CALCULAR-HOGAR
               END-IF
           END-IF.

      * CLAVE DE HOGAR, APELLIDO Y MARCA DE PRINCIPAL DE LA ETIQUETA
      * RECIEN ANOTADA
       CALCULAR-HOGAR.
           MOVE AGENDA-NOMBRE-REG TO HOG-AGENDA.
           MOVE NOMBRE-REG TO HOG-NOMBRE.
           MOVE DIR-CALLE-REG TO HOG-CALLE.
           MOVE DIR-CP-REG TO HOG-CP.
           CALL "HOGSUB01" USING HOG-AGENDA HOG-NOMBRE HOG-CALLE
               HOG-CP HOG-HOGAR HOG-APELLIDO HOG-PRINCIPAL.
           MOVE HOG-HOGAR TO ETI-HOGAR(TOTAL-ETIQUETAS).
           MOVE HOG-APELLIDO TO ETI-APELLIDO(TOTAL-ETIQUETAS).
           MOVE HOG-PRINCIPAL TO ETI-PRINCIPAL(TOTAL-ETIQUETAS).

       COMPROBAR-CP.
           MOVE "N" TO SW-CPO.
           IF TOTAL-CODPOST = 0

       ESCRIBIR-ETIQUETAS.
           OPEN OUTPUT ETIQUETA-FILE.
           OPEN EXTEND CAMPMIEM-FILE.
           IF FS-CAMPMIEM = "35"
               OPEN OUTPUT CAMPMIEM-FILE
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE SPACES TO LINEA-ETIQUETA.
           STRING "ETIQUETAS POSTALES - " FECHA-HOY " " HORA-HOY
           WRITE LINEA-ETIQUETA.
           PERFORM VARYING IDX-SAL FROM 1 BY 1
                   UNTIL IDX-SAL > TOTAL-ETIQUETAS
               MOVE ETI-NOMBRE(IDX-SAL) TO NOMBRE-DESTINO
               PERFORM ESCRIBIR-UNA-ETIQUETA
               MOVE IDX-SAL TO IDX-MBR
               PERFORM ANOTAR-MIEMBRO-CAMPANA
           END-PERFORM.
           MOVE TOTAL-ETIQUETAS TO PIEZAS-ENVIADAS.
           CLOSE ETIQUETA-FILE.
           CLOSE CAMPMIEM-FILE.

      * MODO HOGAR: UNA ETIQUETA POR HOGAR (LAS ETIQUETAS DE IDX-SAL A
      * IDX-FIN, YA SEGUIDAS POR LA ORDENACION) Y UNA LINEA DE
      * CAMPANA POR MIEMBRO; LOS HOGARES DE MAS DE UN MIEMBRO VAN AL
      * INFORME HOGARINF CON EL FRANQUEO AHORRADO
       ESCRIBIR-ETIQUETAS-HOGAR.
           OPEN OUTPUT ETIQUETA-FILE.
           OPEN OUTPUT HOGARINF-FILE.
           OPEN EXTEND CAMPMIEM-FILE.
           IF FS-CAMPMIEM = "35"
               OPEN OUTPUT CAMPMIEM-FILE
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE SPACES TO LINEA-ETIQUETA.
           STRING "ETIQUETAS POSTALES POR HOGAR - " FECHA-HOY " "
               HORA-HOY DELIMITED BY SIZE INTO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-HOGARINF.
           STRING "HOGARES DE LAS ETIQUETAS DE LA CAMPANA "
               CAMPANA-ENVIO " - " FECHA-HOY " " HORA-HOY
               DELIMITED BY SIZE INTO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           MOVE 1 TO IDX-SAL.
           PERFORM UNTIL IDX-SAL > TOTAL-ETIQUETAS
               MOVE IDX-SAL TO IDX-FIN
               PERFORM UNTIL IDX-FIN >= TOTAL-ETIQUETAS
                       OR ETI-HOGAR(IDX-FIN + 1) NOT =
                           ETI-HOGAR(IDX-SAL)
                       OR ETI-ORDEN(IDX-FIN + 1) NOT =
                           ETI-ORDEN(IDX-SAL)
                   ADD 1 TO IDX-FIN
               END-PERFORM
               COMPUTE MIEMBROS-HOGAR = IDX-FIN - IDX-SAL + 1
               PERFORM ELEGIR-DESTINATARIO
               PERFORM ESCRIBIR-UNA-ETIQUETA
               ADD 1 TO PIEZAS-ENVIADAS
               PERFORM VARYING IDX-MBR FROM IDX-SAL BY 1
                       UNTIL IDX-MBR > IDX-FIN
                   PERFORM ANOTAR-MIEMBRO-CAMPANA
               END-PERFORM
               IF MIEMBROS-HOGAR > 1
                   PERFORM INFORMAR-HOGAR
               END-IF
               COMPUTE IDX-SAL = IDX-FIN + 1
           END-PERFORM.
           COMPUTE PIEZAS-AHORRADAS = TOTAL-ETIQUETAS - PIEZAS-ENVIADAS.
           COMPUTE FRANQUEO-AHORRADO = PIEZAS-AHORRADAS
               * FRANQUEO-PIEZA.
           MOVE FRANQUEO-AHORRADO TO FRANQUEO-EDITADO.
           MOVE SPACES TO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           MOVE SPACES TO LINEA-HOGARINF.
           STRING "CONTACTOS: " TOTAL-ETIQUETAS
               "  ETIQUETAS: " PIEZAS-ENVIADAS
               "  HOGARES AGRUPADOS: " HOGARES-AGRUPADOS
               "  PIEZAS AHORRADAS: " PIEZAS-AHORRADAS
               DELIMITED BY SIZE INTO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           MOVE SPACES TO LINEA-HOGARINF.
           STRING "FRANQUEO AHORRADO: " FRANQUEO-EDITADO " EUR"
               DELIMITED BY SIZE INTO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           CLOSE ETIQUETA-FILE.
           CLOSE HOGARINF-FILE.
           CLOSE CAMPMIEM-FILE.

      * LA PIEZA VA AL PRINCIPAL DEL HOGAR SI LO HAY; SI NO, A LA
      * FAMILIA, SALVO QUE EL HOGAR SEA DE UN SOLO CONTACTO
       ELEGIR-DESTINATARIO.
           MOVE SPACES TO NOMBRE-DESTINO.
           PERFORM VARYING IDX-MBR FROM IDX-SAL BY 1
                   UNTIL IDX-MBR > IDX-FIN
                   OR NOMBRE-DESTINO NOT = SPACES
               IF ETI-PRINCIPAL(IDX-MBR) = 1
                   MOVE ETI-NOMBRE(IDX-MBR) TO NOMBRE-DESTINO
               END-IF
           END-PERFORM.
           IF NOMBRE-DESTINO = SPACES
               IF MIEMBROS-HOGAR = 1
                   MOVE ETI-NOMBRE(IDX-SAL) TO NOMBRE-DESTINO
               ELSE
                   STRING "FAMILIA " DELIMITED BY SIZE
                       ETI-APELLIDO(IDX-SAL) DELIMITED BY SPACE
                       INTO NOMBRE-DESTINO
               END-IF
           END-IF.

       INFORMAR-HOGAR.
           ADD 1 TO HOGARES-AGRUPADOS.
           MOVE SPACES TO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           MOVE SPACES TO LINEA-HOGARINF.
           STRING "HOGAR " ETI-CALLE(IDX-SAL) " " ETI-CP(IDX-SAL)
               " " ETI-CIUDAD(IDX-SAL)
               DELIMITED BY SIZE INTO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           MOVE SPACES TO LINEA-HOGARINF.
           STRING "  UNA PIEZA A " NOMBRE-DESTINO " EN VEZ DE "
               MIEMBROS-HOGAR
               DELIMITED BY SIZE INTO LINEA-HOGARINF.
           WRITE LINEA-HOGARINF.
           PERFORM VARYING IDX-MBR FROM IDX-SAL BY 1
                   UNTIL IDX-MBR > IDX-FIN
               MOVE SPACES TO LINEA-HOGARINF
               STRING "    " ETI-AGENDA(IDX-MBR) " "
                   ETI-NOMBRE(IDX-MBR)
                   DELIMITED BY SIZE INTO LINEA-HOGARINF
               WRITE LINEA-HOGARINF
           END-PERFORM.

      * LAS TRES LINEAS DE UNA ETIQUETA CON LA DIRECCION DE IDX-SAL,
      * A NOMBRE DE NOMBRE-DESTINO
       ESCRIBIR-UNA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           IF ETI-ORDEN(IDX-SAL)(1:1) = "9"
               STRING NOMBRE-DESTINO DELIMITED BY SIZE
                   " ** REVISAR CP **" DELIMITED BY SIZE
                   INTO LINEA-ETIQUETA
           ELSE
               MOVE NOMBRE-DESTINO TO LINEA-ETIQUETA
           END-IF.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           MOVE ETI-CALLE(IDX-SAL) TO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.
           MOVE SPACES TO LINEA-ETIQUETA.
           STRING ETI-CP(IDX-SAL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ETI-CIUDAD(IDX-SAL) DELIMITED BY SIZE
               INTO LINEA-ETIQUETA.
           WRITE LINEA-ETIQUETA.

      * EL DESTINATARIO DE LA ETIQUETA QUEDA ANOTADO EN LA CAMPANA
      * DEL ENVIO
       ANOTAR-MIEMBRO-CAMPANA.
           MOVE SPACES TO LINEA-CAMPMIEM.
           STRING CAMPANA-ENVIO DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               ETI-AGENDA(IDX-MBR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ETI-NOMBRE(IDX-MBR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               "ETIQUETA" DELIMITED BY SIZE
               INTO LINEA-CAMPMIEM.
           WRITE LINEA-CAMPMIEM.


      *ANADE AL FICHERO COMUN RESUMEN EL REGISTRO DE FIN DE
               RES-RECHAZOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-SUPRIMIDOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.
