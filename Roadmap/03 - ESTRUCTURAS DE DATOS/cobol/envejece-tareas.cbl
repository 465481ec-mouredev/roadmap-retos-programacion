     /*
      * ENVEJECIMIENTO NOCTURNO DE LAS TAREAS PENDIENTES Y ESCALADO.
      * No es la solucion de ningun reto: es el paso nocturno que
      * rescata las tareas que MENU-PRINCIPAL deja de ensenar. Al
      * firmarse, cada operador ve sus tareas que vencen hoy; las
      * que se le quedaron atras sin marcar como hechas se pierden de
      * vista. Este paso recorre TAREAS
      * (AGENDA;NOMBRE;FECHA;OPERADOR;HECHA;DESCRIPCION) y, para cada
      * tarea con HECHA distinta de S y vencimiento anterior a hoy,
      * cuenta los dias laborables de retraso (sin sabados, domingos
      * ni festivos del calendario FESTIVOS) y la coloca en su tramo:
      * 1-3, 4-7, 8-30 o mas de 30 dias. Escribe en TARENV una pagina
      * por operador con sus tareas atrasadas y el recuento por
      * tramo, y la deja en la cola central de impresion.
      * Las tareas con mas dias de retraso que el umbral del SYSIN se
      * escalan: se rehace ESCALADO con una linea
      *   SUPERVISOR;AGENDA;NOMBRE;FECHA;OPERADOR;NOMBRE-OPERADOR;
      *   DIAS;DESCRIPCION
      * por tarea, que MENU-PRINCIPAL ensena al supervisor al
      * firmarse con el nombre del responsable original. SYSIN:
      *   linea 1: umbral de escalado en dias laborables (en blanco,
      *            7: se escala desde el tramo de 8 a 30)
      *   linea 2: codigo del supervisor (en blanco, el primer
      *            operador de nivel 2 del fichero OPERADORES)
      * El supervisor tiene que ser de nivel 2 en OPERADORES; si el
      * del SYSIN no lo es se usa el primero que lo sea y se avisa.
      * Los operadores dados de baja (quinto campo ESTADO = B de
      * OPERADORES) no se eligen nunca como supervisor.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENVEJECE-TAREAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAREAS-FILE ASSIGN TO "TAREAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAREAS.
           SELECT FESTIVOS-FILE ASSIGN TO "FESTIVOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FESTIVOS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT TARENV-FILE ASSIGN TO "TARENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TARENV.
           SELECT ESCALADO-FILE ASSIGN TO "ESCALADO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESCALADO.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD TAREAS-FILE.
           01 LINEA-TAREA PIC X(120).

       FD FESTIVOS-FILE.
           01 LINEA-FESTIVO PIC X(20).

       FD OPERADORES-FILE.
           01 LINEA-OPERADOR PIC X(50).

       FD TARENV-FILE.
           01 LINEA-TARENV PIC X(110).

       FD ESCALADO-FILE.
           01 LINEA-ESCALADO PIC X(160).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-TAREAS PIC XX.
           77 FS-FESTIVOS PIC XX.
           77 FS-OPERADORES PIC XX.
           77 FS-TARENV PIC XX.
           77 FS-ESCALADO PIC XX.

      * Parametros del SYSIN.
           77 UMBRAL-TEXTO PIC X(3).
           77 UMBRAL-LARGO PIC 9.
           77 UMBRAL-ESCALADO PIC 9(3) VALUE 7.
           77 SUPERVISOR-PEDIDO PIC X(8).
           77 SUPERVISOR PIC X(8) VALUE SPACES.
           77 SUPERVISOR-NOMBRE PIC X(30) VALUE SPACES.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Perfiles de OPERADORES: el nombre del responsable de cada
      * tarea y la eleccion del supervisor.
           01 TABLA-PERFILES.
               05 FILA-PERFIL OCCURS 50 TIMES.
                   10 PRF-CODIGO PIC X(8).
                   10 PRF-NOMBRE PIC X(30).
                   10 PRF-NIVEL PIC X.
                   10 PRF-ESTADO PIC X.
           77 TOTAL-PERFILES PIC 9(2) VALUE 0.
           77 IDX-PRF PIC 9(2).
           77 OPR-CODIGO PIC X(8).
           77 OPR-NOMBRE PIC X(30).
           77 OPR-NIVEL PIC X.
           77 OPR-IDIOMA PIC XX.
           77 OPR-ESTADO PIC X.

           01 TABLA-FESTIVOS.
               05 FESTIVO PIC 9(8) OCCURS 100 TIMES.
           77 TOTAL-FESTIVOS PIC 9(3) VALUE 0.
           77 IDX-FES PIC 9(3).
           77 SW-FESTIVO PIC X.
               88 CAE-EN-FESTIVO VALUE "S".

      * Troceado de la linea de tarea.
           77 TAR-AGENDA PIC X(15).
           77 TAR-NOMBRE PIC X(30).
           77 TAR-FECHA PIC X(8).
           77 TAR-OPERADOR PIC X(8).
           77 TAR-HECHA PIC X.
           77 TAR-DESCRIPCION PIC X(40).

      * Tareas atrasadas, con sus dias laborables de retraso y su
      * tramo (1 = 1-3, 2 = 4-7, 3 = 8-30, 4 = mas de 30).
           01 TABLA-ATRASADAS.
               05 FILA-ATRASADA OCCURS 500 TIMES.
                   10 ATR-AGENDA PIC X(15).
                   10 ATR-NOMBRE PIC X(30).
                   10 ATR-FECHA PIC 9(8).
                   10 ATR-OPERADOR PIC X(8).
                   10 ATR-DESCRIPCION PIC X(40).
                   10 ATR-DIAS PIC 9(3).
                   10 ATR-TRAMO PIC 9.
           77 TOTAL-ATRASADAS PIC 9(3) VALUE 0.
           77 IDX-ATR PIC 9(3).

      * Operadores con tareas atrasadas y su recuento por tramo.
           01 TABLA-OPERADORES.
               05 FILA-OPERADOR OCCURS 50 TIMES.
                   10 OPE-CODIGO PIC X(8).
                   10 OPE-TRAMO PIC 9(4) OCCURS 4 TIMES.
           77 TOTAL-OPERADORES PIC 9(2) VALUE 0.
           77 IDX-OPE PIC 9(2).
           77 IDX-TRAMO PIC 9.

      * Rotulos de los tramos para el informe.
           01 TABLA-ROTULOS.
               05 FILLER PIC X(10) VALUE "1 A 3".
               05 FILLER PIC X(10) VALUE "4 A 7".
               05 FILLER PIC X(10) VALUE "8 A 30".
               05 FILLER PIC X(10) VALUE "MAS DE 30".
           01 TABLA-ROTULOS-R REDEFINES TABLA-ROTULOS.
               05 ROTULO-TRAMO PIC X(10) OCCURS 4 TIMES.
           01 TOTALES-TRAMO.
               05 TOTAL-TRAMO PIC 9(4) OCCURS 4 TIMES.

      * Cuenta de dias laborables de retraso de una tarea. Se deja de
      * contar en cuanto se sabe el tramo y si se escala, para que
      * una tarea de hace anos no recorra el calendario entero.
           77 FECHA-CUENTA PIC 9(8).
           77 DIAS-RETRASO PIC 9(3).
           77 LIMITE-CUENTA PIC 9(3).
           77 DIAS-TEXTO PIC ZZ9.
           77 DIAS-MARCA PIC X.

      * Parametros de la subrutina compartida de fechas FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Parametros de la subrutina de la cola central de
      * impresion SPOSUB01.
           77 SPO-FICHERO PIC X(8).
           77 SPO-INFORME PIC X(8).
           77 SPO-OPERADOR PIC X(8).
           77 SPO-ESTADO PIC 9.

           77 TAREAS-LEIDAS PIC 9(5) VALUE 0.
           77 TAREAS-ERRONEAS PIC 9(5) VALUE 0.
           77 TAREAS-ESCALADAS PIC 9(5) VALUE 0.
           77 SIN-HUECO PIC 9(5) VALUE 0.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE SPACES TO UMBRAL-TEXTO.
           MOVE SPACES TO SUPERVISOR-PEDIDO.
           ACCEPT UMBRAL-TEXTO.
           ACCEPT SUPERVISOR-PEDIDO.
           MOVE 0 TO UMBRAL-LARGO.
           INSPECT UMBRAL-TEXTO TALLYING UMBRAL-LARGO
               FOR CHARACTERS BEFORE INITIAL " ".
           IF UMBRAL-LARGO > 0
               AND UMBRAL-TEXTO(1:UMBRAL-LARGO) IS NUMERIC
               MOVE UMBRAL-TEXTO(1:UMBRAL-LARGO) TO UMBRAL-ESCALADO
           END-IF.
           IF UMBRAL-ESCALADO > 30
               COMPUTE LIMITE-CUENTA = UMBRAL-ESCALADO + 1
           ELSE
               MOVE 31 TO LIMITE-CUENTA
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           INITIALIZE TOTALES-TRAMO.
           PERFORM CARGAR-FESTIVOS.
           PERFORM CARGAR-PERFILES.
           PERFORM ELEGIR-SUPERVISOR.
           OPEN INPUT TAREAS-FILE.
           IF FS-TAREAS NOT = "00"
               DISPLAY "Sin fichero TAREAS: no hay nada que envejecer"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               PERFORM UNTIL FS-TAREAS = "10"
                   READ TAREAS-FILE
                       AT END
                           MOVE "10" TO FS-TAREAS
                       NOT AT END
                           PERFORM TRATAR-TAREA
                   END-READ
               END-PERFORM
               CLOSE TAREAS-FILE
           END-IF.
      * ESCALADO se rehace siempre, aun vacio: lo que se hizo ayer
      * deja de mostrarse al supervisor esta misma noche.
           PERFORM ESCRIBIR-ESCALADO.
           PERFORM ESCRIBIR-INFORME.
           IF SIN-HUECO > 0
               DISPLAY "Aviso: " SIN-HUECO " tareas atrasadas sin "-
                   "hueco en las tablas"
               MOVE 4 TO CODIGO-SALIDA
           END-IF.
           DISPLAY "Tareas atrasadas: " TOTAL-ATRASADAS
               "; escaladas a " SUPERVISOR ": " TAREAS-ESCALADAS.
           MOVE "ENVTAREA" TO RES-PROGRAMA.
           MOVE TAREAS-LEIDAS TO RES-ENTRADAS.
           MOVE TOTAL-ATRASADAS TO RES-SALIDAS.
           MOVE TAREAS-ERRONEAS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

       CARGAR-FESTIVOS.
           OPEN INPUT FESTIVOS-FILE.
           IF FS-FESTIVOS = "00"
               PERFORM UNTIL FS-FESTIVOS = "10"
                   READ FESTIVOS-FILE
                       AT END
                           MOVE "10" TO FS-FESTIVOS
                       NOT AT END
                           IF TOTAL-FESTIVOS < 100
                               AND LINEA-FESTIVO(1:8) IS NUMERIC
                               ADD 1 TO TOTAL-FESTIVOS
                               MOVE LINEA-FESTIVO(1:8) TO
                                   FESTIVO(TOTAL-FESTIVOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTIVOS-FILE
           END-IF.

       CARGAR-PERFILES.
           OPEN INPUT OPERADORES-FILE.
           IF FS-OPERADORES = "00"
               PERFORM UNTIL FS-OPERADORES = "10"
                   READ OPERADORES-FILE
                       AT END
                           MOVE "10" TO FS-OPERADORES
                       NOT AT END
                           MOVE SPACES TO OPR-CODIGO
                           MOVE SPACES TO OPR-NOMBRE
                           MOVE SPACES TO OPR-NIVEL
                           MOVE SPACES TO OPR-ESTADO
                           UNSTRING LINEA-OPERADOR DELIMITED BY ";"
                               INTO OPR-CODIGO OPR-NOMBRE OPR-NIVEL
                                   OPR-IDIOMA OPR-ESTADO
                           IF OPR-CODIGO NOT = SPACES
                               AND TOTAL-PERFILES < 50
                               ADD 1 TO TOTAL-PERFILES
                               MOVE OPR-CODIGO TO
                                   PRF-CODIGO(TOTAL-PERFILES)
                               MOVE OPR-NOMBRE TO
                                   PRF-NOMBRE(TOTAL-PERFILES)
                               MOVE OPR-NIVEL TO
                                   PRF-NIVEL(TOTAL-PERFILES)
                               MOVE OPR-ESTADO TO
                                   PRF-ESTADO(TOTAL-PERFILES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.

      * EL SUPERVISOR DEL SYSIN SI ES DE NIVEL 2; SI NO, EL PRIMER
      * NIVEL 2 DE OPERADORES. SIN NINGUNO NO SE ESCALA NADA
       ELEGIR-SUPERVISOR.
           IF SUPERVISOR-PEDIDO NOT = SPACES
               PERFORM VARYING IDX-PRF FROM 1 BY 1
                       UNTIL IDX-PRF > TOTAL-PERFILES
                           OR SUPERVISOR NOT = SPACES
                   IF PRF-CODIGO(IDX-PRF) = SUPERVISOR-PEDIDO
                       AND PRF-NIVEL(IDX-PRF) = "2"
                       AND PRF-ESTADO(IDX-PRF) NOT = "B"
                       MOVE PRF-CODIGO(IDX-PRF) TO SUPERVISOR
                       MOVE PRF-NOMBRE(IDX-PRF) TO SUPERVISOR-NOMBRE
                   END-IF
               END-PERFORM
               IF SUPERVISOR = SPACES
                   DISPLAY "Aviso: " SUPERVISOR-PEDIDO " no es un "-
                       "supervisor de nivel 2 en OPERADORES"
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.
           PERFORM VARYING IDX-PRF FROM 1 BY 1
                   UNTIL IDX-PRF > TOTAL-PERFILES
                       OR SUPERVISOR NOT = SPACES
               IF PRF-NIVEL(IDX-PRF) = "2"
                       AND PRF-ESTADO(IDX-PRF) NOT = "B"
                   MOVE PRF-CODIGO(IDX-PRF) TO SUPERVISOR
                   MOVE PRF-NOMBRE(IDX-PRF) TO SUPERVISOR-NOMBRE
               END-IF
           END-PERFORM.
           IF SUPERVISOR = SPACES
               DISPLAY "Aviso: ningun operador de nivel 2 en "-
                   "OPERADORES; no se escala ninguna tarea"
               MOVE 4 TO CODIGO-SALIDA
           END-IF.

      * UNA TAREA PENDIENTE CON VENCIMIENTO ANTERIOR A HOY SE ANOTA
      * CON SUS DIAS LABORABLES DE RETRASO; SI NINGUNO LO ES (VENCIO
      * EL VIERNES Y HOY ES LUNES DE FIESTA, POR EJEMPLO) NO SE
      * CONSIDERA ATRASADA
       TRATAR-TAREA.
           ADD 1 TO TAREAS-LEIDAS.
           MOVE SPACES TO TAR-AGENDA.
           MOVE SPACES TO TAR-NOMBRE.
           MOVE SPACES TO TAR-FECHA.
           MOVE SPACES TO TAR-OPERADOR.
           MOVE SPACES TO TAR-HECHA.
           MOVE SPACES TO TAR-DESCRIPCION.
           UNSTRING LINEA-TAREA DELIMITED BY ";"
               INTO TAR-AGENDA TAR-NOMBRE TAR-FECHA TAR-OPERADOR
                   TAR-HECHA TAR-DESCRIPCION.
           IF TAR-FECHA IS NOT NUMERIC
               ADD 1 TO TAREAS-ERRONEAS
           ELSE
               IF TAR-HECHA NOT = "S" AND TAR-FECHA < FECHA-HOY
                   MOVE TAR-FECHA TO FECHA-CUENTA
                   PERFORM CONTAR-DIAS-RETRASO
                   IF DIAS-RETRASO > 0
                       PERFORM ANOTAR-ATRASADA
                   END-IF
               END-IF
           END-IF.

      * DIAS LABORABLES DESDE EL DIA SIGUIENTE AL VENCIMIENTO HASTA
      * HOY INCLUSIVE
       CONTAR-DIAS-RETRASO.
           MOVE 0 TO DIAS-RETRASO.
           MOVE 0 TO FEC-ESTADO.
           PERFORM UNTIL FECHA-CUENTA >= FECHA-HOY
                   OR DIAS-RETRASO >= LIMITE-CUENTA
                   OR FEC-ESTADO NOT = 0
               MOVE "S" TO FEC-OPERACION
               MOVE FECHA-CUENTA TO FEC-FECHA-1
               MOVE 1 TO FEC-DIAS
               CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                   FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                   FEC-ESTADO
               MOVE FEC-RESULTADO TO FECHA-CUENTA
               IF FEC-ESTADO = 0
                   PERFORM COMPROBAR-LABORABLE
                   IF NOT CAE-EN-FESTIVO
                       ADD 1 TO DIAS-RETRASO
                   END-IF
               END-IF
           END-PERFORM.
           IF FEC-ESTADO NOT = 0
               ADD 1 TO TAREAS-ERRONEAS
               MOVE 0 TO DIAS-RETRASO
           END-IF.

      * SABADO, DOMINGO O FECHA DEL CALENDARIO DE FESTIVOS
       COMPROBAR-LABORABLE.
           MOVE "N" TO SW-FESTIVO.
           MOVE "D" TO FEC-OPERACION.
           MOVE FECHA-CUENTA TO FEC-FECHA-1.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.
           IF FEC-ESTADO = 0 AND FEC-DIAS > 5
               MOVE "S" TO SW-FESTIVO
           END-IF.
           PERFORM VARYING IDX-FES FROM 1 BY 1
                   UNTIL IDX-FES > TOTAL-FESTIVOS OR CAE-EN-FESTIVO
               IF FESTIVO(IDX-FES) = FECHA-CUENTA
                   MOVE "S" TO SW-FESTIVO
               END-IF
           END-PERFORM.

       ANOTAR-ATRASADA.
           EVALUATE TRUE
               WHEN DIAS-RETRASO <= 3
                   MOVE 1 TO IDX-TRAMO
               WHEN DIAS-RETRASO <= 7
                   MOVE 2 TO IDX-TRAMO
               WHEN DIAS-RETRASO <= 30
                   MOVE 3 TO IDX-TRAMO
               WHEN OTHER
                   MOVE 4 TO IDX-TRAMO
           END-EVALUATE.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
                       OR OPE-CODIGO(IDX-OPE) = TAR-OPERADOR
               CONTINUE
           END-PERFORM.
           IF IDX-OPE > TOTAL-OPERADORES
               IF TOTAL-OPERADORES < 50
                   ADD 1 TO TOTAL-OPERADORES
                   INITIALIZE FILA-OPERADOR(IDX-OPE)
                   MOVE TAR-OPERADOR TO OPE-CODIGO(IDX-OPE)
               ELSE
                   MOVE 0 TO IDX-OPE
               END-IF
           END-IF.
           IF IDX-OPE = 0 OR TOTAL-ATRASADAS >= 500
               ADD 1 TO SIN-HUECO
           ELSE
               ADD 1 TO TOTAL-ATRASADAS
               MOVE TAR-AGENDA TO ATR-AGENDA(TOTAL-ATRASADAS)
               MOVE TAR-NOMBRE TO ATR-NOMBRE(TOTAL-ATRASADAS)
               MOVE TAR-FECHA TO ATR-FECHA(TOTAL-ATRASADAS)
               MOVE TAR-OPERADOR TO ATR-OPERADOR(TOTAL-ATRASADAS)
               MOVE TAR-DESCRIPCION TO
                   ATR-DESCRIPCION(TOTAL-ATRASADAS)
               MOVE DIAS-RETRASO TO ATR-DIAS(TOTAL-ATRASADAS)
               MOVE IDX-TRAMO TO ATR-TRAMO(TOTAL-ATRASADAS)
               ADD 1 TO OPE-TRAMO(IDX-OPE, IDX-TRAMO)
               ADD 1 TO TOTAL-TRAMO(IDX-TRAMO)
           END-IF.

      * LA COLA DEL SUPERVISOR: LAS ATRASADAS POR ENCIMA DEL UMBRAL,
      * CON EL NOMBRE DEL RESPONSABLE ORIGINAL TOMADO DE OPERADORES
       ESCRIBIR-ESCALADO.
           OPEN OUTPUT ESCALADO-FILE.
           IF SUPERVISOR NOT = SPACES
               PERFORM VARYING IDX-ATR FROM 1 BY 1
                       UNTIL IDX-ATR > TOTAL-ATRASADAS
                   IF ATR-DIAS(IDX-ATR) > UMBRAL-ESCALADO
                       PERFORM ESCRIBIR-ESCALADA
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE ESCALADO-FILE.

       ESCRIBIR-ESCALADA.
           ADD 1 TO TAREAS-ESCALADAS.
           MOVE SPACES TO OPR-NOMBRE.
           PERFORM VARYING IDX-PRF FROM 1 BY 1
                   UNTIL IDX-PRF > TOTAL-PERFILES
                       OR OPR-NOMBRE NOT = SPACES
               IF PRF-CODIGO(IDX-PRF) = ATR-OPERADOR(IDX-ATR)
                   MOVE PRF-NOMBRE(IDX-PRF) TO OPR-NOMBRE
               END-IF
           END-PERFORM.
           IF OPR-NOMBRE = SPACES
               MOVE "(SIN PERFIL EN OPERADORES)" TO OPR-NOMBRE
           END-IF.
           MOVE SPACES TO LINEA-ESCALADO.
           STRING SUPERVISOR DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ATR-AGENDA(IDX-ATR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ATR-NOMBRE(IDX-ATR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ATR-FECHA(IDX-ATR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ATR-OPERADOR(IDX-ATR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               OPR-NOMBRE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ATR-DIAS(IDX-ATR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               ATR-DESCRIPCION(IDX-ATR) DELIMITED BY SIZE
               INTO LINEA-ESCALADO.
           WRITE LINEA-ESCALADO.

      * UNA PAGINA POR OPERADOR CON SUS ATRASADAS Y EL RECUENTO POR
      * TRAMO, Y AL FINAL LOS TOTALES DE LA SALA
       ESCRIBIR-INFORME.
           OPEN OUTPUT TARENV-FILE.
           MOVE SPACES TO LINEA-TARENV.
           STRING "TAREAS PENDIENTES ATRASADAS - " FECHA-HOY " "
               HORA-HOY " - DIAS LABORABLES DE RETRASO"
               DELIMITED BY SIZE INTO LINEA-TARENV.
           WRITE LINEA-TARENV.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               PERFORM ESCRIBIR-PAGINA-OPERADOR
           END-PERFORM.
           MOVE SPACES TO LINEA-TARENV.
           WRITE LINEA-TARENV.
           MOVE "===== TOTALES DE LA SALA =====" TO LINEA-TARENV.
           WRITE LINEA-TARENV.
           PERFORM VARYING IDX-TRAMO FROM 1 BY 1 UNTIL IDX-TRAMO > 4
               MOVE SPACES TO LINEA-TARENV
               STRING "  " ROTULO-TRAMO(IDX-TRAMO) " DIAS: "
                   TOTAL-TRAMO(IDX-TRAMO)
                   DELIMITED BY SIZE INTO LINEA-TARENV
               WRITE LINEA-TARENV
           END-PERFORM.
           MOVE SPACES TO LINEA-TARENV.
           STRING "  ESCALADAS A " SUPERVISOR " " SUPERVISOR-NOMBRE
               " (MAS DE " UMBRAL-ESCALADO " DIAS): "
               TAREAS-ESCALADAS
               DELIMITED BY SIZE INTO LINEA-TARENV.
           WRITE LINEA-TARENV.
           CLOSE TARENV-FILE.
      * El informe queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
           MOVE "TARENV" TO SPO-FICHERO.
           MOVE "TARENV" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.

       ESCRIBIR-PAGINA-OPERADOR.
           MOVE SPACES TO LINEA-TARENV.
           WRITE LINEA-TARENV.
           MOVE SPACES TO LINEA-TARENV.
           STRING "===== OPERADOR " OPE-CODIGO(IDX-OPE) " ====="
               DELIMITED BY SIZE INTO LINEA-TARENV.
           WRITE LINEA-TARENV.
           PERFORM VARYING IDX-ATR FROM 1 BY 1
                   UNTIL IDX-ATR > TOTAL-ATRASADAS
               IF ATR-OPERADOR(IDX-ATR) = OPE-CODIGO(IDX-OPE)
                   PERFORM ESCRIBIR-DETALLE
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINEA-TARENV.
           STRING "  TRAMOS: 1-3 " OPE-TRAMO(IDX-OPE, 1)
               "  4-7 " OPE-TRAMO(IDX-OPE, 2)
               "  8-30 " OPE-TRAMO(IDX-OPE, 3)
               "  MAS DE 30 " OPE-TRAMO(IDX-OPE, 4)
               DELIMITED BY SIZE INTO LINEA-TARENV.
           WRITE LINEA-TARENV.

      * EL "+" SENALA UNA CUENTA CORTADA EN EL LIMITE: LA TAREA LLEVA
      * AL MENOS ESOS DIAS
       ESCRIBIR-DETALLE.
           MOVE ATR-DIAS(IDX-ATR) TO DIAS-TEXTO.
           MOVE ATR-TRAMO(IDX-ATR) TO IDX-TRAMO.
           MOVE SPACE TO DIAS-MARCA.
           IF ATR-DIAS(IDX-ATR) >= LIMITE-CUENTA
               MOVE "+" TO DIAS-MARCA
           END-IF.
           MOVE SPACES TO LINEA-TARENV.
           STRING "  " ATR-FECHA(IDX-ATR) " " DIAS-TEXTO DIAS-MARCA
               " " ROTULO-TRAMO(IDX-TRAMO) " "
               ATR-NOMBRE(IDX-ATR) " " ATR-DESCRIPCION(IDX-ATR)
               DELIMITED BY SIZE INTO LINEA-TARENV.
           WRITE LINEA-TARENV.


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

       END PROGRAM ENVEJECE-TAREAS.
