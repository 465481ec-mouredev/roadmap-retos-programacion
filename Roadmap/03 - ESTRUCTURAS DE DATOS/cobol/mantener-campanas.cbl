     /*
      * MANTENIMIENTO DEL REGISTRO DE CAMPANAS (CAMPANAS) Y ANOTACION
      * DE RESPUESTAS (CAMPRESP).
      * No es la solucion de ningun reto: es la pantalla con la que
      * marketing da de alta cada envio (carta, etiquetas, correo)
      * antes de lanzarlo, con una linea
      * CODIGO;DESCRIPCION;CANAL;FECHA-INICIO;FECHA-FIN;COSTE por
      * campana. Los programas de envio (GENERA-CARTAS,
      * IMPRIME-ETIQUETAS, FELICITA-CUMPLES) anotan a cada
      * destinatario en CAMPMIEM con el codigo de la campana, y aqui
      * se registra despues lo que vuelve de cada uno: contesto,
      * devuelto o convertido, una linea
      * CAMPANA;AGENDA;NOMBRE;TIPO;FECHA en CAMPRESP. INFORME-CAMPANAS
      * cruza los tres ficheros y saca alcance, tasa de respuesta y
      * coste por respuesta.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-CAMPANAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAMPANAS-FILE ASSIGN TO "CAMPANAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMPANAS.
           SELECT CAMPMIEM-FILE ASSIGN TO "CAMPMIEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMPMIEM.
           SELECT CAMPRESP-FILE ASSIGN TO "CAMPRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMPRESP.
       DATA DIVISION.
       FILE SECTION.
       FD CAMPANAS-FILE.
           01 LINEA-CAMPANAS PIC X(100).

       FD CAMPMIEM-FILE.
           01 LINEA-CAMPMIEM PIC X(80).

       FD CAMPRESP-FILE.
           01 LINEA-CAMPRESP PIC X(80).

       WORKING-STORAGE SECTION.
           77 FS-CAMPANAS PIC XX.
           77 FS-CAMPMIEM PIC XX.
           77 FS-CAMPRESP PIC XX.

      * Copia en memoria del registro de campanas.
           01 TABLA-CAMPANAS.
               05 FILA-CAMPANA OCCURS 100 TIMES.
                   10 CAM-CODIGO PIC X(8).
                   10 CAM-DESCRIPCION PIC X(40).
                   10 CAM-CANAL PIC X(8).
                   10 CAM-INICIO PIC X(8).
                   10 CAM-FIN PIC X(8).
                   10 CAM-COSTE PIC X(7).
           77 TOTAL-CAMPANAS PIC 9(3) VALUE 0.
           77 IDX-CAM PIC 9(3).
           77 IDX-MOVER PIC 9(3).

           01 OPCION-CAMPANAS PIC X.
               88 CAM-LISTAR VALUE "L" "l".
               88 CAM-ANADIR VALUE "A" "a".
               88 CAM-BORRAR VALUE "B" "b".
               88 CAM-RESPUESTA VALUE "R" "r".
               88 CAM-SALIR VALUE "S" "s".

           77 CODIGO-AUX PIC X(8).
           77 DESCRIPCION-AUX PIC X(40).
           77 CANAL-AUX PIC X(8).
               88 CANAL-VALIDO VALUE "CARTA" "ETIQUETA" "EMAIL"
                   "TELEFONO" "SMS".
           77 INICIO-AUX PIC 9(8).
           77 FIN-AUX PIC 9(8).
           77 COSTE-AUX PIC 9(7).
           77 SW-CAM PIC X.
               88 CAMPANA-HALLADA VALUE "S".

      * Respuesta en curso y comprobacion de que el contacto esta
      * entre los destinatarios de la campana.
           77 RSP-AGENDA PIC X(15).
           77 RSP-NOMBRE PIC X(30).
           77 RSP-TIPO PIC X.
               88 RSP-CONTESTO VALUE "R" "r".
               88 RSP-DEVUELTO VALUE "D" "d".
               88 RSP-CONVERTIDO VALUE "C" "c".
           77 MIE-CAMPANA PIC X(8).
           77 MIE-AGENDA PIC X(15).
           77 MIE-NOMBRE PIC X(30).
           77 SW-MIEMBRO PIC X.
               88 ES-MIEMBRO VALUE "S".

      * Parametros de la subrutina compartida de fechas FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

           77 FECHA-HOY PIC 9(8).

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           PERFORM CARGAR-CAMPANAS.
           PERFORM MENU-CAMPANAS UNTIL CAM-SALIR.
           PERFORM GRABAR-CAMPANAS.
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       CARGAR-CAMPANAS.
           OPEN INPUT CAMPANAS-FILE.
           IF FS-CAMPANAS = "35"
               DISPLAY "No existe CAMPANAS; se creara al salir"
           ELSE
               PERFORM UNTIL FS-CAMPANAS = "10"
                   READ CAMPANAS-FILE
                       AT END
                           MOVE "10" TO FS-CAMPANAS
                       NOT AT END
                           IF TOTAL-CAMPANAS < 100
                               ADD 1 TO TOTAL-CAMPANAS
                               MOVE SPACES TO
                                   FILA-CAMPANA(TOTAL-CAMPANAS)
                               UNSTRING LINEA-CAMPANAS
                                   DELIMITED BY ";"
                                   INTO CAM-CODIGO(TOTAL-CAMPANAS)
                                       CAM-DESCRIPCION(TOTAL-CAMPANAS)
                                       CAM-CANAL(TOTAL-CAMPANAS)
                                       CAM-INICIO(TOTAL-CAMPANAS)
                                       CAM-FIN(TOTAL-CAMPANAS)
                                       CAM-COSTE(TOTAL-CAMPANAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPANAS-FILE
           END-IF.

       MENU-CAMPANAS.
           DISPLAY SPACES.
           DISPLAY "--- CAMPANAS (" TOTAL-CAMPANAS
               " en el registro) ---".
           DISPLAY "L - Listar".
           DISPLAY "A - Anadir campana".
           DISPLAY "B - Borrar campana".
           DISPLAY "R - Anotar respuesta de un destinatario".
           DISPLAY "S - Salir (graba el fichero)".
           ACCEPT OPCION-CAMPANAS.
           EVALUATE TRUE
               WHEN CAM-LISTAR
                   PERFORM VARYING IDX-CAM FROM 1 BY 1
                           UNTIL IDX-CAM > TOTAL-CAMPANAS
                       DISPLAY CAM-CODIGO(IDX-CAM) " "
                           CAM-DESCRIPCION(IDX-CAM) " "
                           CAM-CANAL(IDX-CAM) " "
                           CAM-INICIO(IDX-CAM) "-"
                           CAM-FIN(IDX-CAM) " "
                           CAM-COSTE(IDX-CAM) " EUR"
                   END-PERFORM
               WHEN CAM-ANADIR
                   PERFORM ANADIR-CAMPANA
               WHEN CAM-BORRAR
                   PERFORM BORRAR-CAMPANA
               WHEN CAM-RESPUESTA
                   PERFORM ANOTAR-RESPUESTA
               WHEN CAM-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       ANADIR-CAMPANA.
           IF TOTAL-CAMPANAS >= 100
               DISPLAY "El registro de campanas esta lleno"
           ELSE
               DISPLAY "Codigo (hasta 8 caracteres, ej. PRIM2026):"
               ACCEPT CODIGO-AUX
               PERFORM BUSCAR-CAMPANA
               IF CAMPANA-HALLADA
                   DISPLAY "Ese codigo ya existe"
               ELSE
                   IF CODIGO-AUX = SPACES
                       DISPLAY "Codigo no valido"
                   ELSE
                       PERFORM PEDIR-DATOS-CAMPANA
                   END-IF
               END-IF
           END-IF.

      * LOS DATOS DE UNA CAMPANA NUEVA; LAS FECHAS SE VALIDAN CON
      * FECHASUB Y EL FIN NO PUEDE SER ANTERIOR AL INICIO
       PEDIR-DATOS-CAMPANA.
           DISPLAY "Descripcion:".
           ACCEPT DESCRIPCION-AUX.
           MOVE SPACES TO CANAL-AUX.
           PERFORM UNTIL CANAL-VALIDO
               DISPLAY "Canal (CARTA, ETIQUETA, EMAIL, TELEFONO, "
                   "SMS):"
               ACCEPT CANAL-AUX
               MOVE FUNCTION UPPER-CASE(CANAL-AUX) TO CANAL-AUX
               IF NOT CANAL-VALIDO
                   DISPLAY "Canal no valido"
               END-IF
           END-PERFORM.
           MOVE 1 TO FEC-ESTADO.
           PERFORM UNTIL FEC-ESTADO = 0
               DISPLAY "Fecha de inicio (AAAAMMDD):"
               ACCEPT INICIO-AUX
               MOVE "V" TO FEC-OPERACION
               MOVE INICIO-AUX TO FEC-FECHA-1
               CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                   FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                   FEC-ESTADO
               IF FEC-ESTADO NOT = 0
                   DISPLAY "Fecha no valida"
               END-IF
           END-PERFORM.
           MOVE 1 TO FEC-ESTADO.
           PERFORM UNTIL FEC-ESTADO = 0
               DISPLAY "Fecha de fin (AAAAMMDD):"
               ACCEPT FIN-AUX
               MOVE "V" TO FEC-OPERACION
               MOVE FIN-AUX TO FEC-FECHA-1
               CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                   FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                   FEC-ESTADO
               IF FEC-ESTADO NOT = 0
                   DISPLAY "Fecha no valida"
               ELSE
                   IF FIN-AUX < INICIO-AUX
                       DISPLAY "El fin no puede ser anterior al "
                           "inicio"
                       MOVE 1 TO FEC-ESTADO
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Coste total en euros (sin decimales):".
           ACCEPT COSTE-AUX.
           ADD 1 TO TOTAL-CAMPANAS.
           MOVE CODIGO-AUX TO CAM-CODIGO(TOTAL-CAMPANAS).
           MOVE DESCRIPCION-AUX TO CAM-DESCRIPCION(TOTAL-CAMPANAS).
           MOVE CANAL-AUX TO CAM-CANAL(TOTAL-CAMPANAS).
           MOVE INICIO-AUX TO CAM-INICIO(TOTAL-CAMPANAS).
           MOVE FIN-AUX TO CAM-FIN(TOTAL-CAMPANAS).
           MOVE COSTE-AUX TO CAM-COSTE(TOTAL-CAMPANAS).
           DISPLAY "Campana anadida".

      *EL BORRADO NO TOCA CAMPMIEM NI CAMPRESP: EL INFORME SACA ESAS
      *LINEAS BAJO "SIN ALTA EN CAMPANAS" PARA QUE NO SE PIERDAN
       BORRAR-CAMPANA.
           DISPLAY "Codigo a borrar:"
           ACCEPT CODIGO-AUX
           PERFORM BUSCAR-CAMPANA
           IF NOT CAMPANA-HALLADA
               DISPLAY "Ese codigo no esta en el registro"
           ELSE
               PERFORM VARYING IDX-MOVER FROM IDX-CAM BY 1
                       UNTIL IDX-MOVER >= TOTAL-CAMPANAS
                   MOVE FILA-CAMPANA(IDX-MOVER + 1) TO
                       FILA-CAMPANA(IDX-MOVER)
               END-PERFORM
               SUBTRACT 1 FROM TOTAL-CAMPANAS
               DISPLAY "Campana borrada"
           END-IF.

      * UNA RESPUESTA DE UN DESTINATARIO: SOLO SE ADMITE PARA UNA
      * CAMPANA DEL REGISTRO Y UN CONTACTO QUE FIGURE EN CAMPMIEM
      * CON ESA CAMPANA, PARA QUE LA TASA NO SE INFLE CON RESPUESTAS
      * QUE NO VIENEN DEL ENVIO
       ANOTAR-RESPUESTA.
           DISPLAY "Codigo de campana:".
           ACCEPT CODIGO-AUX.
           PERFORM BUSCAR-CAMPANA.
           IF NOT CAMPANA-HALLADA
               DISPLAY "Esa campana no esta en el registro"
           ELSE
               DISPLAY "Agenda del contacto:"
               ACCEPT RSP-AGENDA
               DISPLAY "Nombre del contacto:"
               ACCEPT RSP-NOMBRE
               PERFORM COMPROBAR-MIEMBRO
               IF NOT ES-MIEMBRO
                   DISPLAY "Ese contacto no figura entre los "
                       "destinatarios de la campana"
               ELSE
                   DISPLAY "Respuesta (R contesto, D devuelto, "
                       "C convertido):"
                   ACCEPT RSP-TIPO
                   IF RSP-CONTESTO OR RSP-DEVUELTO
                       OR RSP-CONVERTIDO
                       PERFORM GRABAR-RESPUESTA
                   ELSE
                       DISPLAY "Tipo de respuesta no valido"
                   END-IF
               END-IF
           END-IF.

       COMPROBAR-MIEMBRO.
           MOVE "N" TO SW-MIEMBRO.
           OPEN INPUT CAMPMIEM-FILE.
           IF FS-CAMPMIEM = "00"
               PERFORM UNTIL FS-CAMPMIEM = "10" OR ES-MIEMBRO
                   READ CAMPMIEM-FILE
                       AT END
                           MOVE "10" TO FS-CAMPMIEM
                       NOT AT END
                           MOVE SPACES TO MIE-CAMPANA
                           MOVE SPACES TO MIE-AGENDA
                           MOVE SPACES TO MIE-NOMBRE
                           UNSTRING LINEA-CAMPMIEM DELIMITED BY ";"
                               INTO MIE-CAMPANA MIE-AGENDA
                                   MIE-NOMBRE
                           IF MIE-CAMPANA = CODIGO-AUX
                               AND MIE-AGENDA = RSP-AGENDA
                               AND MIE-NOMBRE = RSP-NOMBRE
                               MOVE "S" TO SW-MIEMBRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPMIEM-FILE
           END-IF.

       GRABAR-RESPUESTA.
           MOVE FUNCTION UPPER-CASE(RSP-TIPO) TO RSP-TIPO.
           OPEN EXTEND CAMPRESP-FILE.
           IF FS-CAMPRESP = "35"
               OPEN OUTPUT CAMPRESP-FILE
           END-IF.
           MOVE SPACES TO LINEA-CAMPRESP.
           STRING CODIGO-AUX DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               RSP-AGENDA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               RSP-NOMBRE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               RSP-TIPO DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               INTO LINEA-CAMPRESP.
           WRITE LINEA-CAMPRESP.
           CLOSE CAMPRESP-FILE.
           DISPLAY "Respuesta anotada".

      * DEJA EN IDX-CAM LA POSICION DEL CODIGO-AUX, SI ESTA
       BUSCAR-CAMPANA.
           MOVE "N" TO SW-CAM.
           PERFORM VARYING IDX-CAM FROM 1 BY 1
                   UNTIL IDX-CAM > TOTAL-CAMPANAS
                       OR CAMPANA-HALLADA
               IF CAM-CODIGO(IDX-CAM) = CODIGO-AUX
                   MOVE "S" TO SW-CAM
               END-IF
           END-PERFORM.
           IF CAMPANA-HALLADA
               SUBTRACT 1 FROM IDX-CAM
           END-IF.

       GRABAR-CAMPANAS.
           OPEN OUTPUT CAMPANAS-FILE.
           PERFORM VARYING IDX-CAM FROM 1 BY 1
                   UNTIL IDX-CAM > TOTAL-CAMPANAS
               MOVE SPACES TO LINEA-CAMPANAS
               STRING CAM-CODIGO(IDX-CAM) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   CAM-DESCRIPCION(IDX-CAM) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   CAM-CANAL(IDX-CAM) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   CAM-INICIO(IDX-CAM) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   CAM-FIN(IDX-CAM) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   CAM-COSTE(IDX-CAM) DELIMITED BY SIZE
                   INTO LINEA-CAMPANAS
               WRITE LINEA-CAMPANAS
           END-PERFORM.
           CLOSE CAMPANAS-FILE.
           DISPLAY "Fichero CAMPANAS grabado (" TOTAL-CAMPANAS
               " campanas)".

       END PROGRAM MANTENER-CAMPANAS.
