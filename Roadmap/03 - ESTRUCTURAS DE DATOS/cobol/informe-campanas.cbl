     /*
      * INFORME DE RESULTADOS DE CAMPANAS.
      * No es la solucion de ningun reto: es el informe con el que
      * marketing contesta cada trimestre a "quien recibio la carta
      * de primavera y quien contesto". Cruza el registro CAMPANAS
      * (lo cuida MANTENER-CAMPANAS) con los destinatarios que los
      * programas de envio anotan en CAMPMIEM y con las respuestas
      * de CAMPRESP, y escribe en CAMPINF una linea por campana con
      * su alcance (destinatarios), devueltos, contestados,
      * convertidos, tasa de respuesta (contestados y convertidos
      * sobre el alcance) y coste por respuesta. Las lineas de
      * CAMPMIEM o CAMPRESP de un codigo que ya no esta en el
      * registro se acumulan aparte, al final, para que no se
      * pierdan. Por SYSIN llega el codigo de una sola campana; en
      * blanco, todas. Con una campana concreta se listan ademas sus
      * destinatarios con la respuesta de cada uno.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-CAMPANAS.
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
           SELECT CAMPINF-FILE ASSIGN TO "CAMPINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMPINF.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD CAMPANAS-FILE.
           01 LINEA-CAMPANAS PIC X(100).

       FD CAMPMIEM-FILE.
           01 LINEA-CAMPMIEM PIC X(80).

       FD CAMPRESP-FILE.
           01 LINEA-CAMPRESP PIC X(80).

       FD CAMPINF-FILE.
           01 LINEA-CAMPINF PIC X(132).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-CAMPANAS PIC XX.
           77 FS-CAMPMIEM PIC XX.
           77 FS-CAMPRESP PIC XX.
           77 FS-CAMPINF PIC XX.

      * Codigo de campana a informar, por SYSIN; en blanco, todas.
           77 FILTRO-CAMPANA PIC X(8).

      * Registro de campanas con sus contadores. La ultima fila
      * util se reserva para lo que no tiene alta en el registro.
           01 TABLA-CAMPANAS.
               05 FILA-CAMPANA OCCURS 101 TIMES.
                   10 CAM-CODIGO PIC X(8).
                   10 CAM-DESCRIPCION PIC X(40).
                   10 CAM-CANAL PIC X(8).
                   10 CAM-INICIO PIC X(8).
                   10 CAM-FIN PIC X(8).
                   10 CAM-COSTE-TEXTO PIC X(7).
                   10 CAM-COSTE PIC 9(7).
                   10 CAM-ALCANCE PIC 9(6).
                   10 CAM-DEVUELTOS PIC 9(6).
                   10 CAM-CONTESTADOS PIC 9(6).
                   10 CAM-CONVERTIDOS PIC 9(6).
           77 TOTAL-CAMPANAS PIC 9(3) VALUE 0.
           77 IDX-CAM PIC 9(3).
           77 IDX-SIN-ALTA PIC 9(3).
           77 SW-CAM PIC X.
               88 CAMPANA-HALLADA VALUE "S".
           77 CODIGO-BUSCA PIC X(8).

      * Troceado de las lineas de destinatarios y respuestas.
           77 MIE-CAMPANA PIC X(8).
           77 MIE-AGENDA PIC X(15).
           77 MIE-NOMBRE PIC X(30).
           77 MIE-FECHA PIC X(8).
           77 MIE-PROGRAMA PIC X(8).
           77 RSP-CAMPANA PIC X(8).
           77 RSP-AGENDA PIC X(15).
           77 RSP-NOMBRE PIC X(30).
           77 RSP-TIPO PIC X.
           77 RSP-FECHA PIC X(8).

      * Respuesta de cada destinatario, para el detalle de una
      * campana concreta.
           01 TABLA-RESPUESTAS.
               05 FILA-RESPUESTA OCCURS 500 TIMES.
                   10 TRS-AGENDA PIC X(15).
                   10 TRS-NOMBRE PIC X(30).
                   10 TRS-TIPO PIC X.
           77 TOTAL-RESPUESTAS PIC 9(3) VALUE 0.
           77 IDX-TRS PIC 9(3).
           77 TEXTO-RESPUESTA PIC X(12).

           77 RESPUESTAS PIC 9(6).
           77 TASA-RESPUESTA PIC 9(3)V99.
           77 TASA-TEXTO PIC ZZ9.99.
           77 COSTE-RESPUESTA PIC 9(7)V99.
           77 COSTE-RESPUESTA-TEXTO PIC Z(6)9.99.
           77 ALCANCE-TEXTO PIC Z(5)9.
           77 DEVUELTOS-TEXTO PIC Z(5)9.
           77 CONTESTADOS-TEXTO PIC Z(5)9.
           77 CONVERTIDOS-TEXTO PIC Z(5)9.
           77 COSTE-TEXTO PIC Z(6)9.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).
           77 LINEAS-ESCRITAS PIC 9(5) VALUE 0.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT FILTRO-CAMPANA.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           PERFORM CARGAR-CAMPANAS.
           IF CODIGO-SALIDA NOT = 8
               PERFORM CONTAR-DESTINATARIOS
               PERFORM CONTAR-RESPUESTAS
               PERFORM ESCRIBIR-INFORME
           END-IF.
           MOVE "INFCAMP" TO RES-PROGRAMA.
           MOVE TOTAL-CAMPANAS TO RES-ENTRADAS.
           MOVE LINEAS-ESCRITAS TO RES-SALIDAS.
           MOVE 0 TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

       CARGAR-CAMPANAS.
           OPEN INPUT CAMPANAS-FILE.
           IF FS-CAMPANAS NOT = "00"
               DISPLAY "No existe CAMPANAS; no hay campanas que "-
                   "informar"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM UNTIL FS-CAMPANAS = "10"
                   READ CAMPANAS-FILE
                       AT END
                           MOVE "10" TO FS-CAMPANAS
                       NOT AT END
                           IF TOTAL-CAMPANAS < 100
                               ADD 1 TO TOTAL-CAMPANAS
                               PERFORM ANOTAR-CAMPANA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPANAS-FILE
      * Fila de recogida para los codigos sin alta en el registro.
               COMPUTE IDX-SIN-ALTA = TOTAL-CAMPANAS + 1
               MOVE SPACES TO FILA-CAMPANA(IDX-SIN-ALTA)
               MOVE "(SIN ALTA EN CAMPANAS)" TO
                   CAM-DESCRIPCION(IDX-SIN-ALTA)
               MOVE 0 TO CAM-COSTE(IDX-SIN-ALTA)
               MOVE 0 TO CAM-ALCANCE(IDX-SIN-ALTA)
               MOVE 0 TO CAM-DEVUELTOS(IDX-SIN-ALTA)
               MOVE 0 TO CAM-CONTESTADOS(IDX-SIN-ALTA)
               MOVE 0 TO CAM-CONVERTIDOS(IDX-SIN-ALTA)
           END-IF.

       ANOTAR-CAMPANA.
           MOVE SPACES TO FILA-CAMPANA(TOTAL-CAMPANAS).
           UNSTRING LINEA-CAMPANAS DELIMITED BY ";"
               INTO CAM-CODIGO(TOTAL-CAMPANAS)
                   CAM-DESCRIPCION(TOTAL-CAMPANAS)
                   CAM-CANAL(TOTAL-CAMPANAS)
                   CAM-INICIO(TOTAL-CAMPANAS)
                   CAM-FIN(TOTAL-CAMPANAS)
                   CAM-COSTE-TEXTO(TOTAL-CAMPANAS).
           IF CAM-COSTE-TEXTO(TOTAL-CAMPANAS) IS NUMERIC
               MOVE CAM-COSTE-TEXTO(TOTAL-CAMPANAS) TO
                   CAM-COSTE(TOTAL-CAMPANAS)
           ELSE
               MOVE 0 TO CAM-COSTE(TOTAL-CAMPANAS)
           END-IF.
           MOVE 0 TO CAM-ALCANCE(TOTAL-CAMPANAS).
           MOVE 0 TO CAM-DEVUELTOS(TOTAL-CAMPANAS).
           MOVE 0 TO CAM-CONTESTADOS(TOTAL-CAMPANAS).
           MOVE 0 TO CAM-CONVERTIDOS(TOTAL-CAMPANAS).

      * EL ALCANCE DE CADA CAMPANA: UNA LINEA DE CAMPMIEM POR
      * DESTINATARIO. SIN FICHERO, TODAS LAS CAMPANAS QUEDAN A CERO
       CONTAR-DESTINATARIOS.
           OPEN INPUT CAMPMIEM-FILE.
           IF FS-CAMPMIEM = "00"
               PERFORM UNTIL FS-CAMPMIEM = "10"
                   READ CAMPMIEM-FILE
                       AT END
                           MOVE "10" TO FS-CAMPMIEM
                       NOT AT END
                           MOVE SPACES TO MIE-CAMPANA
                           UNSTRING LINEA-CAMPMIEM DELIMITED BY ";"
                               INTO MIE-CAMPANA
                           MOVE MIE-CAMPANA TO CODIGO-BUSCA
                           PERFORM BUSCAR-CAMPANA
                           ADD 1 TO CAM-ALCANCE(IDX-CAM)
                   END-READ
               END-PERFORM
               CLOSE CAMPMIEM-FILE
           ELSE
               DISPLAY "No existe CAMPMIEM; ningun envio anotado"
               MOVE 4 TO CODIGO-SALIDA
           END-IF.

       CONTAR-RESPUESTAS.
           OPEN INPUT CAMPRESP-FILE.
           IF FS-CAMPRESP = "00"
               PERFORM UNTIL FS-CAMPRESP = "10"
                   READ CAMPRESP-FILE
                       AT END
                           MOVE "10" TO FS-CAMPRESP
                       NOT AT END
                           PERFORM ANOTAR-RESPUESTA
                   END-READ
               END-PERFORM
               CLOSE CAMPRESP-FILE
           END-IF.

       ANOTAR-RESPUESTA.
           MOVE SPACES TO RSP-CAMPANA.
           MOVE SPACES TO RSP-AGENDA.
           MOVE SPACES TO RSP-NOMBRE.
           MOVE SPACES TO RSP-TIPO.
           UNSTRING LINEA-CAMPRESP DELIMITED BY ";"
               INTO RSP-CAMPANA RSP-AGENDA RSP-NOMBRE RSP-TIPO
                   RSP-FECHA.
           MOVE RSP-CAMPANA TO CODIGO-BUSCA.
           PERFORM BUSCAR-CAMPANA.
           EVALUATE RSP-TIPO
               WHEN "D"
                   ADD 1 TO CAM-DEVUELTOS(IDX-CAM)
               WHEN "R"
                   ADD 1 TO CAM-CONTESTADOS(IDX-CAM)
               WHEN "C"
                   ADD 1 TO CAM-CONVERTIDOS(IDX-CAM)
           END-EVALUATE.
      * Para el detalle de una campana concreta, la respuesta de
      * cada destinatario (la ultima anotada manda).
           IF FILTRO-CAMPANA NOT = SPACES
               AND RSP-CAMPANA = FILTRO-CAMPANA
               PERFORM VARYING IDX-TRS FROM 1 BY 1
                       UNTIL IDX-TRS > TOTAL-RESPUESTAS
                           OR (TRS-AGENDA(IDX-TRS) = RSP-AGENDA
                               AND TRS-NOMBRE(IDX-TRS) = RSP-NOMBRE)
                   CONTINUE
               END-PERFORM
               IF IDX-TRS > TOTAL-RESPUESTAS
                   IF TOTAL-RESPUESTAS < 500
                       ADD 1 TO TOTAL-RESPUESTAS
                       MOVE RSP-AGENDA TO
                           TRS-AGENDA(TOTAL-RESPUESTAS)
                       MOVE RSP-NOMBRE TO
                           TRS-NOMBRE(TOTAL-RESPUESTAS)
                       MOVE RSP-TIPO TO TRS-TIPO(TOTAL-RESPUESTAS)
                   END-IF
               ELSE
                   MOVE RSP-TIPO TO TRS-TIPO(IDX-TRS)
               END-IF
           END-IF.

      * DEJA EN IDX-CAM LA FILA DEL CODIGO-BUSCA, O LA DE RECOGIDA
      * SI EL CODIGO NO ESTA EN EL REGISTRO
       BUSCAR-CAMPANA.
           MOVE "N" TO SW-CAM.
           PERFORM VARYING IDX-CAM FROM 1 BY 1
                   UNTIL IDX-CAM > TOTAL-CAMPANAS
                       OR CAMPANA-HALLADA
               IF CAM-CODIGO(IDX-CAM) = CODIGO-BUSCA
                   MOVE "S" TO SW-CAM
               END-IF
           END-PERFORM.
           IF CAMPANA-HALLADA
               SUBTRACT 1 FROM IDX-CAM
           ELSE
               MOVE IDX-SIN-ALTA TO IDX-CAM
           END-IF.

       ESCRIBIR-INFORME.
           OPEN OUTPUT CAMPINF-FILE.
           MOVE SPACES TO LINEA-CAMPINF.
           STRING "RESULTADOS DE CAMPANAS - " FECHA-HOY " " HORA-HOY
               DELIMITED BY SIZE INTO LINEA-CAMPINF.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-CAMPINF.
           STRING "CODIGO   CANAL    INICIO   FIN      "
               " ALCANCE DEVUELT CONTEST CONVERT  TASA %"
               "      COSTE  COSTE/RESP"
               DELIMITED BY SIZE INTO LINEA-CAMPINF.
           PERFORM ESCRIBIR-LINEA.
           PERFORM VARYING IDX-CAM FROM 1 BY 1
                   UNTIL IDX-CAM > IDX-SIN-ALTA
               IF FILTRO-CAMPANA = SPACES
                   OR CAM-CODIGO(IDX-CAM) = FILTRO-CAMPANA
                   IF IDX-CAM < IDX-SIN-ALTA
                       OR CAM-ALCANCE(IDX-CAM) > 0
                       OR CAM-DEVUELTOS(IDX-CAM) > 0
                       OR CAM-CONTESTADOS(IDX-CAM) > 0
                       OR CAM-CONVERTIDOS(IDX-CAM) > 0
                       PERFORM ESCRIBIR-CAMPANA
                   END-IF
               END-IF
           END-PERFORM.
           IF FILTRO-CAMPANA NOT = SPACES
               PERFORM ESCRIBIR-DESTINATARIOS
           END-IF.
           CLOSE CAMPINF-FILE.
      * El informe queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
           MOVE "CAMPINF" TO SPO-FICHERO.
           MOVE "CAMPANAS" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.
           DISPLAY "Informe de campanas generado en CAMPINF ("
               TOTAL-CAMPANAS " campanas en el registro)".

      * UNA CAMPANA: LA TASA ES (CONTESTADOS + CONVERTIDOS) SOBRE EL
      * ALCANCE, Y EL COSTE POR RESPUESTA EL COSTE ENTRE ESAS MISMAS
      * RESPUESTAS; SIN ALCANCE O SIN RESPUESTAS QUEDAN A CERO
       ESCRIBIR-CAMPANA.
           COMPUTE RESPUESTAS = CAM-CONTESTADOS(IDX-CAM)
               + CAM-CONVERTIDOS(IDX-CAM).
           IF CAM-ALCANCE(IDX-CAM) > 0
               COMPUTE TASA-RESPUESTA ROUNDED =
                   RESPUESTAS * 100 / CAM-ALCANCE(IDX-CAM)
           ELSE
               MOVE 0 TO TASA-RESPUESTA
           END-IF.
           IF RESPUESTAS > 0
               COMPUTE COSTE-RESPUESTA ROUNDED =
                   CAM-COSTE(IDX-CAM) / RESPUESTAS
           ELSE
               MOVE 0 TO COSTE-RESPUESTA
           END-IF.
           MOVE TASA-RESPUESTA TO TASA-TEXTO.
           MOVE COSTE-RESPUESTA TO COSTE-RESPUESTA-TEXTO.
           MOVE CAM-ALCANCE(IDX-CAM) TO ALCANCE-TEXTO.
           MOVE CAM-DEVUELTOS(IDX-CAM) TO DEVUELTOS-TEXTO.
           MOVE CAM-CONTESTADOS(IDX-CAM) TO CONTESTADOS-TEXTO.
           MOVE CAM-CONVERTIDOS(IDX-CAM) TO CONVERTIDOS-TEXTO.
           MOVE CAM-COSTE(IDX-CAM) TO COSTE-TEXTO.
           MOVE SPACES TO LINEA-CAMPINF.
           STRING CAM-CODIGO(IDX-CAM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAM-CANAL(IDX-CAM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAM-INICIO(IDX-CAM) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAM-FIN(IDX-CAM) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ALCANCE-TEXTO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DEVUELTOS-TEXTO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CONTESTADOS-TEXTO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CONVERTIDOS-TEXTO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               TASA-TEXTO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               COSTE-TEXTO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               COSTE-RESPUESTA-TEXTO DELIMITED BY SIZE
               INTO LINEA-CAMPINF.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-CAMPINF.
           STRING "         " DELIMITED BY SIZE
               CAM-DESCRIPCION(IDX-CAM) DELIMITED BY SIZE
               INTO LINEA-CAMPINF.
           PERFORM ESCRIBIR-LINEA.

      * DETALLE DE UNA CAMPANA: CADA DESTINATARIO DE CAMPMIEM CON LA
      * RESPUESTA QUE TENGA ANOTADA, PARA "QUIEN LA RECIBIO Y QUIEN
      * CONTESTO"
       ESCRIBIR-DESTINATARIOS.
           MOVE SPACES TO LINEA-CAMPINF.
           PERFORM ESCRIBIR-LINEA.
           MOVE SPACES TO LINEA-CAMPINF.
           STRING "DESTINATARIOS DE LA CAMPANA " FILTRO-CAMPANA
               DELIMITED BY SIZE INTO LINEA-CAMPINF.
           PERFORM ESCRIBIR-LINEA.
           OPEN INPUT CAMPMIEM-FILE.
           IF FS-CAMPMIEM = "00"
               PERFORM UNTIL FS-CAMPMIEM = "10"
                   READ CAMPMIEM-FILE
                       AT END
                           MOVE "10" TO FS-CAMPMIEM
                       NOT AT END
                           MOVE SPACES TO MIE-CAMPANA
                           MOVE SPACES TO MIE-AGENDA
                           MOVE SPACES TO MIE-NOMBRE
                           MOVE SPACES TO MIE-FECHA
                           MOVE SPACES TO MIE-PROGRAMA
                           UNSTRING LINEA-CAMPMIEM DELIMITED BY ";"
                               INTO MIE-CAMPANA MIE-AGENDA
                                   MIE-NOMBRE MIE-FECHA MIE-PROGRAMA
                           IF MIE-CAMPANA = FILTRO-CAMPANA
                               PERFORM ESCRIBIR-DESTINATARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMPMIEM-FILE
           END-IF.

       ESCRIBIR-DESTINATARIO.
           MOVE "SIN RESPUESTA" TO TEXTO-RESPUESTA.
           PERFORM VARYING IDX-TRS FROM 1 BY 1
                   UNTIL IDX-TRS > TOTAL-RESPUESTAS
               IF TRS-AGENDA(IDX-TRS) = MIE-AGENDA
                   AND TRS-NOMBRE(IDX-TRS) = MIE-NOMBRE
                   EVALUATE TRS-TIPO(IDX-TRS)
                       WHEN "D"
                           MOVE "DEVUELTO" TO TEXTO-RESPUESTA
                       WHEN "R"
                           MOVE "CONTESTO" TO TEXTO-RESPUESTA
                       WHEN "C"
                           MOVE "CONVERTIDO" TO TEXTO-RESPUESTA
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-CAMPINF.
           STRING "  " DELIMITED BY SIZE
               MIE-AGENDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MIE-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MIE-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MIE-PROGRAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TEXTO-RESPUESTA DELIMITED BY SIZE
               INTO LINEA-CAMPINF.
           PERFORM ESCRIBIR-LINEA.

       ESCRIBIR-LINEA.
           WRITE LINEA-CAMPINF.
           ADD 1 TO LINEAS-ESCRITAS.


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

       END PROGRAM INFORME-CAMPANAS.
