     /*
      * PETICION DE TRABAJOS BAJO DEMANDA DESDE EL MENU.
      * No es la solucion de ningun reto: acaba con la llamada a
      * operaciones para que alguien edite el SYSIN de un trabajo
      * "bajo demanda". El operador autorizado elige uno de ellos,
      *   EXPMAR00  marcacion rapida para la centralita
      *   INFGEN00  informe de una definicion de DEFINF
      *   ETIQUE00  etiquetas postales de una campana
      *   CARTAS00  EXTCRI00 seguido de CARTAS00 (cartas de una
      *             campana a los contactos que cumplen unos
      *             criterios)
      *   RENUM000  renumeracion de telefonos por reglas
      *   ANONIM00  copia anonimizada para formacion
      *   AGEMES00  agenda mensual en papel del propio operador
      * rellena sus parametros (el nombre de la definicion, las
      * lineas de seleccion o de criterios, el tratamiento...) y la
      * peticion queda en la cola PETICION, con sus parametros en
      * PETPARM. Cada noche DESPACHA-PETICIONES la pasa al lote con
      * esos parametros como SYSIN y anota el resultado, que el
      * operador ve aqui y en su siguiente firma. Una peticion
      * pendiente se puede anular mientras no la haya tomado el
      * lote.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDIR-TRABAJOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PETICION-FILE ASSIGN TO "PETICION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PETICION.
           SELECT PETPARM-FILE ASSIGN TO "PETPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PETPARM.
       DATA DIVISION.
       FILE SECTION.
       FD PETICION-FILE.
           01 LINEA-PETICION PIC X(80).

       FD PETPARM-FILE.
           01 LINEA-PETPARM PIC X(90).

       WORKING-STORAGE SECTION.
           77 FS-PETICION PIC XX.
           77 FS-PETPARM PIC XX.

      * Linea de la cola en curso (copybooks/PETICION.cpy).
           01 PETICION-ACTUAL.
               COPY PETICION.

      * Peticiones del operador, en su ultimo estado.
           01 TABLA-PETICIONES.
               05 FILA-PET OCCURS 100 TIMES.
                   10 FPT-NUMERO PIC 9(6).
                   10 FPT-LINEA PIC X(80).
           77 TOTAL-PET PIC 9(3) VALUE 0.
           77 IDX-PET PIC 9(3).
           77 FILA-HALLADA PIC 9(3).
           77 SW-PET-LLENA PIC X VALUE "N".
               88 PETICIONES-DESBORDADAS VALUE "S".
           77 ULTIMO-NUMERO PIC 9(6) VALUE 0.

      * Parametros de la peticion que se esta rellenando
      * (copybooks/PETPARM.cpy).
           01 TABLA-PARAMETROS.
               05 FILA-PAR OCCURS 25 TIMES.
                   COPY PETPARM REPLACING ==05== BY ==10==.
           77 TOTAL-PAR PIC 9(2) VALUE 0.
           77 IDX-PAR PIC 9(2).
           77 LINEAS-FICHERO PIC 9(2).

           01 OPCION-PETICIONES PIC X.
               88 PET-LISTAR VALUE "L" "l".
               88 PET-PEDIR VALUE "P" "p".
               88 PET-ANULAR VALUE "A" "a".
               88 PET-SALIR VALUE "S" "s".

      * Datos tecleados en la operacion en curso.
           77 OPCION-TRABAJO PIC X.
           77 TRABAJO-PEDIDO PIC X(8).
           77 TIPO-AUX PIC X.
           77 TEXTO-AUX PIC X(80).
           77 FRANQUEO-AUX PIC X(4).
           77 NUMERO-AUX PIC X(6).
           77 RESPUESTA PIC X.
               88 RESPUESTA-SI VALUE "S" "s".
           77 SW-VALIDA PIC X.
               88 PETICION-VALIDA VALUE "S".
           77 SW-FIN-LINEAS PIC X.
               88 FIN-LINEAS VALUE "S".

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Operador firmado en MENU-PRINCIPAL: el titular de las
      * peticiones.
           77 OPERADOR-SESION PIC X(8) VALUE "TERMINAL".

       LINKAGE SECTION.
           77 L-OPERADOR PIC X(8).

       PROCEDURE DIVISION USING OPTIONAL L-OPERADOR.
       PRINCIPAL.
           IF L-OPERADOR NOT = SPACES AND L-OPERADOR NOT = LOW-VALUES
               MOVE L-OPERADOR TO OPERADOR-SESION
           END-IF.
           PERFORM CARGAR-PETICIONES.
           PERFORM MENU-PETICIONES UNTIL PET-SALIR.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *LA COLA ES DE SOLO-ANADIR: SE QUEDA LA ULTIMA LINEA DE CADA
      *PETICION DEL OPERADOR Y EL NUMERO MAS ALTO DE TODA LA COLA
       CARGAR-PETICIONES.
           MOVE 0 TO TOTAL-PET.
           MOVE 0 TO ULTIMO-NUMERO.
           MOVE "N" TO SW-PET-LLENA.
           OPEN INPUT PETICION-FILE.
           IF FS-PETICION = "00"
               PERFORM UNTIL FS-PETICION = "10"
                   READ PETICION-FILE
                       AT END
                           MOVE "10" TO FS-PETICION
                       NOT AT END
                           PERFORM CARGAR-PETICION-LINEA
                   END-READ
               END-PERFORM
               CLOSE PETICION-FILE
           END-IF.
           IF PETICIONES-DESBORDADAS
               DISPLAY "Aviso: solo se muestran las primeras 100 "-
                   "peticiones del operador"
           END-IF.

       CARGAR-PETICION-LINEA.
           MOVE LINEA-PETICION TO PETICION-ACTUAL.
           IF PET-NUMERO IS NUMERIC
               IF PET-NUMERO > ULTIMO-NUMERO
                   MOVE PET-NUMERO TO ULTIMO-NUMERO
               END-IF
               IF PET-OPERADOR = OPERADOR-SESION
                   PERFORM BUSCAR-FILA-PETICION
                   IF FILA-HALLADA = 0
                       IF TOTAL-PET < 100
                           ADD 1 TO TOTAL-PET
                           MOVE TOTAL-PET TO FILA-HALLADA
                       ELSE
                           MOVE "S" TO SW-PET-LLENA
                       END-IF
                   END-IF
                   IF FILA-HALLADA > 0
                       MOVE PET-NUMERO TO FPT-NUMERO(FILA-HALLADA)
                       MOVE LINEA-PETICION TO FPT-LINEA(FILA-HALLADA)
                   END-IF
               END-IF
           END-IF.

      * FILA DE LA TABLA CON EL NUMERO DE PETICION-ACTUAL (0 = NO
      * ESTA)
       BUSCAR-FILA-PETICION.
           MOVE 0 TO FILA-HALLADA.
           PERFORM VARYING IDX-PET FROM 1 BY 1
                   UNTIL IDX-PET > TOTAL-PET OR FILA-HALLADA > 0
               IF FPT-NUMERO(IDX-PET) = PET-NUMERO
                   MOVE IDX-PET TO FILA-HALLADA
               END-IF
           END-PERFORM.

       MENU-PETICIONES.
           DISPLAY SPACES.
           DISPLAY "--- TRABAJOS BAJO DEMANDA DE " OPERADOR-SESION
               " (" TOTAL-PET " peticiones) ---".
           DISPLAY "L - Listar mis peticiones".
           DISPLAY "P - Pedir un trabajo".
           DISPLAY "A - Anular una peticion pendiente".
           DISPLAY "S - Salir".
           ACCEPT OPCION-PETICIONES.
           EVALUATE TRUE
               WHEN PET-LISTAR
                   PERFORM LISTAR-PETICIONES
               WHEN PET-PEDIR
                   PERFORM PEDIR-TRABAJO
               WHEN PET-ANULAR
                   PERFORM ANULAR-PETICION
               WHEN PET-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       LISTAR-PETICIONES.
           IF TOTAL-PET = 0
               DISPLAY "No hay peticiones de " OPERADOR-SESION
           END-IF.
           PERFORM VARYING IDX-PET FROM 1 BY 1
                   UNTIL IDX-PET > TOTAL-PET
               MOVE FPT-LINEA(IDX-PET) TO PETICION-ACTUAL
               PERFORM MOSTRAR-PETICION
           END-PERFORM.

       MOSTRAR-PETICION.
           DISPLAY PET-NUMERO " " PET-TRABAJO " pedida el "
               PET-FECHA " " PET-HORA ": " PET-ESTADO.
           IF PET-TERMINADA OR PET-ERRONEA
               IF PET-RC = 9
                   DISPLAY "       el trabajo no llego a terminar "-
                       "(" PET-FECHA-ESTADO ")"
               ELSE
                   DISPLAY "       RC " PET-RC " el "
                       PET-FECHA-ESTADO "; " PET-REGISTROS
                       " registros en " PET-SALIDA
                   IF PET-EN-COLA = "S"
                       DISPLAY "       (en la cola de impresion, "-
                           "opcion 7 del menu)"
                   END-IF
               END-IF
           END-IF.

      *ALTA DE UNA PETICION: TRABAJO, PARAMETROS SEGUN EL TRABAJO Y
      *CONFIRMACION. LOS OBLIGATORIOS EN BLANCO ANULAN EL ALTA
       PEDIR-TRABAJO.
           DISPLAY "1 - EXPMAR00 Marcacion rapida para la centralita".
           DISPLAY "2 - INFGEN00 Informe de una definicion de DEFINF".
           DISPLAY "3 - ETIQUE00 Etiquetas postales de una campana".
           DISPLAY "4 - CARTAS00 Cartas de una campana (EXTCRI00 y "-
               "CARTAS00)".
           DISPLAY "5 - RENUM000 Renumeracion de telefonos por reglas".
           DISPLAY "6 - ANONIM00 Copia anonimizada para formacion".
           DISPLAY "7 - AGEMES00 Agenda mensual en papel (la suya)".
           DISPLAY "0 - Volver".
           ACCEPT OPCION-TRABAJO.
           MOVE 0 TO TOTAL-PAR.
           MOVE 0 TO LINEAS-FICHERO.
           MOVE "S" TO SW-VALIDA.
           EVALUATE OPCION-TRABAJO
               WHEN "1"
                   MOVE "EXPMAR00" TO TRABAJO-PEDIDO
                   DISPLAY "Seleccion MARCSEL, una linea A;agenda o "-
                       "C;categoria (en blanco termina; ninguna = "-
                       "todas):"
                   PERFORM CAPTURAR-FICHERO
               WHEN "2"
                   MOVE "INFGEN00" TO TRABAJO-PEDIDO
                   DISPLAY "Nombre de la definicion de DEFINF:"
                   PERFORM CAPTURAR-SYSIN-OBLIGATORIO
               WHEN "3"
                   MOVE "ETIQUE00" TO TRABAJO-PEDIDO
                   DISPLAY "Codigo de la campana (CAMPANAS):"
                   PERFORM CAPTURAR-SYSIN-OBLIGATORIO
                   IF PETICION-VALIDA
                       PERFORM CAPTURAR-HOGAR
                   END-IF
               WHEN "4"
                   MOVE "CARTAS00" TO TRABAJO-PEDIDO
                   DISPLAY "Criterios, una linea CAMPO;OPERADOR;VALOR "-
                       "(en blanco termina; ninguno = todos los "-
                       "activos):"
                   PERFORM CAPTURAR-FICHERO
                   DISPLAY "Tratamiento de cortesia (ej. Estimado "-
                       "cliente):"
                   PERFORM CAPTURAR-SYSIN-OBLIGATORIO
                   IF PETICION-VALIDA
                       DISPLAY "Codigo de la campana (CAMPANAS):"
                       PERFORM CAPTURAR-SYSIN-OBLIGATORIO
                   END-IF
                   IF PETICION-VALIDA
                       PERFORM CAPTURAR-HOGAR
                   END-IF
               WHEN "5"
                   MOVE "RENUM000" TO TRABAJO-PEDIDO
                   DISPLAY "Reglas REGLASNUM, una linea PAIS;VIEJOS;"-
                       "NUEVOS (en blanco termina):"
                   PERFORM CAPTURAR-FICHERO
                   IF LINEAS-FICHERO = 0
                       DISPLAY "Sin reglas no hay nada que renumerar"
                       MOVE "N" TO SW-VALIDA
                   END-IF
               WHEN "6"
                   MOVE "ANONIM00" TO TRABAJO-PEDIDO
               WHEN "7"
                   MOVE "AGEMES00" TO TRABAJO-PEDIDO
                   PERFORM CAPTURAR-AGENDA-MES
               WHEN "0"
                   MOVE "N" TO SW-VALIDA
               WHEN OTHER
                   DISPLAY "Trabajo invalido"
                   MOVE "N" TO SW-VALIDA
           END-EVALUATE.
           IF PETICION-VALIDA
               DISPLAY "Se pide " TRABAJO-PEDIDO " con " TOTAL-PAR
                   " lineas de parametros. Confirmar (S/N):"
               ACCEPT RESPUESTA
               IF RESPUESTA-SI
                   PERFORM GRABAR-PETICION
               ELSE
                   DISPLAY "Peticion descartada"
               END-IF
           END-IF.

      *LINEAS DEL FICHERO DE PARAMETROS DEL TRABAJO, HASTA UNA EN
      *BLANCO O HASTA LLENAR LA TABLA
       CAPTURAR-FICHERO.
           MOVE "N" TO SW-FIN-LINEAS.
           PERFORM CAPTURAR-LINEA-FICHERO
               UNTIL FIN-LINEAS OR TOTAL-PAR >= 20.

       CAPTURAR-LINEA-FICHERO.
           MOVE SPACES TO TEXTO-AUX.
           ACCEPT TEXTO-AUX.
           IF TEXTO-AUX = SPACES
               MOVE "S" TO SW-FIN-LINEAS
           ELSE
               MOVE "F" TO TIPO-AUX
               PERFORM ANOTAR-PARAMETRO
               ADD 1 TO LINEAS-FICHERO
           END-IF.

       CAPTURAR-SYSIN-OBLIGATORIO.
           MOVE SPACES TO TEXTO-AUX.
           ACCEPT TEXTO-AUX.
           IF TEXTO-AUX = SPACES
               DISPLAY "Dato obligatorio: no se pide el trabajo"
               MOVE "N" TO SW-VALIDA
           ELSE
               MOVE "S" TO TIPO-AUX
               PERFORM ANOTAR-PARAMETRO
           END-IF.

      *AGENDA MENSUAL: EL MES ES OPCIONAL (EN BLANCO, EL DE MANANA)
      *Y LA AGENDA ES SIEMPRE LA DEL OPERADOR QUE LA PIDE
       CAPTURAR-AGENDA-MES.
           DISPLAY "Mes AAAAMM (en blanco, el de manana):".
           MOVE SPACES TO TEXTO-AUX.
           ACCEPT TEXTO-AUX.
           MOVE "S" TO TIPO-AUX.
           PERFORM ANOTAR-PARAMETRO.
           MOVE OPERADOR-SESION TO TEXTO-AUX.
           PERFORM ANOTAR-PARAMETRO.

      *TARJETA HOGAR OPCIONAL DE ETIQUE00 Y CARTAS00: "HOGAR" EN LAS
      *COLUMNAS 1-5 Y EL FRANQUEO DE UNA PIEZA EN CENTIMOS EN LAS
      *7-10 (EN BLANCO, EL DE SIEMPRE)
       CAPTURAR-HOGAR.
           DISPLAY "Agrupar por hogares (S/N):".
           ACCEPT RESPUESTA.
           IF RESPUESTA-SI
               DISPLAY "Franqueo de una pieza en centimos (en "-
                   "blanco, 0075):"
               MOVE SPACES TO FRANQUEO-AUX
               ACCEPT FRANQUEO-AUX
               MOVE SPACES TO TEXTO-AUX
               MOVE "HOGAR" TO TEXTO-AUX(1:5)
               IF FRANQUEO-AUX IS NUMERIC
                   MOVE FRANQUEO-AUX TO TEXTO-AUX(7:4)
               END-IF
               MOVE "S" TO TIPO-AUX
               PERFORM ANOTAR-PARAMETRO
           END-IF.

       ANOTAR-PARAMETRO.
           IF TOTAL-PAR < 25
               ADD 1 TO TOTAL-PAR
               MOVE 0 TO PAR-NUMERO(TOTAL-PAR)
               MOVE TIPO-AUX TO PAR-TIPO(TOTAL-PAR)
               MOVE TEXTO-AUX TO PAR-TEXTO(TOTAL-PAR)
           END-IF.

      *EL NUMERO SE TOMA DE LA COLA RELEIDA JUSTO ANTES DE GRABAR,
      *POR SI OTRO OPERADOR HA PEDIDO ALGO ENTRETANTO. LOS
      *PARAMETROS SE GRABAN ANTES QUE LA PETICION: EL LOTE NUNCA VE
      *UNA PENDIENTE SIN SUS PARAMETROS
       GRABAR-PETICION.
           PERFORM CARGAR-PETICIONES.
           ADD 1 TO ULTIMO-NUMERO.
           PERFORM VARYING IDX-PAR FROM 1 BY 1
                   UNTIL IDX-PAR > TOTAL-PAR
               MOVE ULTIMO-NUMERO TO PAR-NUMERO(IDX-PAR)
           END-PERFORM.
           IF TOTAL-PAR > 0
               OPEN EXTEND PETPARM-FILE
               IF FS-PETPARM = "35"
                   OPEN OUTPUT PETPARM-FILE
               END-IF
               PERFORM VARYING IDX-PAR FROM 1 BY 1
                       UNTIL IDX-PAR > TOTAL-PAR
                   WRITE LINEA-PETPARM FROM FILA-PAR(IDX-PAR)
               END-PERFORM
               CLOSE PETPARM-FILE
           END-IF.
           PERFORM TOMAR-FECHA-HORA.
           MOVE SPACES TO PETICION-ACTUAL.
           MOVE ULTIMO-NUMERO TO PET-NUMERO.
           MOVE OPERADOR-SESION TO PET-OPERADOR.
           MOVE FECHA-HOY TO PET-FECHA.
           MOVE HORA-HOY(1:4) TO PET-HORA.
           MOVE TRABAJO-PEDIDO TO PET-TRABAJO.
           MOVE "PENDIENTE" TO PET-ESTADO.
           MOVE FECHA-HOY TO PET-FECHA-ESTADO.
           MOVE HORA-HOY(1:4) TO PET-HORA-ESTADO.
           MOVE 0 TO PET-RC.
           MOVE 0 TO PET-REGISTROS.
           PERFORM ANADIR-LINEA-COLA.
           IF TOTAL-PET < 100
               ADD 1 TO TOTAL-PET
               MOVE PET-NUMERO TO FPT-NUMERO(TOTAL-PET)
               MOVE PETICION-ACTUAL TO FPT-LINEA(TOTAL-PET)
           END-IF.
           DISPLAY "Peticion " PET-NUMERO " anotada: " PET-TRABAJO
               " corre en el lote de esta noche".

      *SOLO LAS PENDIENTES DEL PROPIO OPERADOR: LAS QUE YA HA TOMADO
      *EL LOTE NO SE PUEDEN PARAR DESDE AQUI
       ANULAR-PETICION.
           DISPLAY "Numero de la peticion a anular:".
           MOVE SPACES TO NUMERO-AUX.
           ACCEPT NUMERO-AUX.
           MOVE 0 TO FILA-HALLADA.
           IF NUMERO-AUX IS NUMERIC
               MOVE NUMERO-AUX TO PET-NUMERO
               PERFORM BUSCAR-FILA-PETICION
           END-IF.
           IF FILA-HALLADA = 0
               DISPLAY "No hay ninguna peticion suya con ese numero"
           ELSE
               MOVE FPT-LINEA(FILA-HALLADA) TO PETICION-ACTUAL
               IF NOT PET-PENDIENTE
                   DISPLAY "La peticion esta " PET-ESTADO
                       ": solo se anulan las pendientes"
               ELSE
                   PERFORM TOMAR-FECHA-HORA
                   MOVE "ANULADA" TO PET-ESTADO
                   MOVE FECHA-HOY TO PET-FECHA-ESTADO
                   MOVE HORA-HOY(1:4) TO PET-HORA-ESTADO
                   MOVE "S" TO PET-AVISADA
                   PERFORM ANADIR-LINEA-COLA
                   MOVE PETICION-ACTUAL TO FPT-LINEA(FILA-HALLADA)
                   DISPLAY "Peticion " PET-NUMERO " anulada"
               END-IF
           END-IF.

       ANADIR-LINEA-COLA.
           OPEN EXTEND PETICION-FILE.
           IF FS-PETICION = "35"
               OPEN OUTPUT PETICION-FILE
           END-IF.
           WRITE LINEA-PETICION FROM PETICION-ACTUAL.
           CLOSE PETICION-FILE.

       TOMAR-FECHA-HORA.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.

       END PROGRAM PEDIR-TRABAJOS.
