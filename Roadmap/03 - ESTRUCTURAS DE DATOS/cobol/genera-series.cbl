     /*
      * GENERACION NOCTURNA DE LAS CITAS Y TAREAS PERIODICAS.
      * No es la solucion de ningun reto: es la mitad de lote de
      * MANTENER-SERIES. Recorre las series activas del fichero
      * SERIES (copybooks/SERIE.cpy) y anota en CITAS o en TAREAS
      * cada ocurrencia que cae desde hoy hasta el horizonte del
      * SYSIN, con el numero de la serie en el septimo campo de la
      * linea:
      *   CITAS   FECHA;HORA;OPERADOR;AGENDA;NOMBRE;MOTIVO;SERIE
      *   TAREAS  AGENDA;NOMBRE;FECHA;OPERADOR;HECHA;DESCRIPCION;SERIE
      * Cada serie recuerda hasta que fecha se genero y cuantas
      * ocurrencias lleva, asi que cada noche solo se anade el dia
      * que entra en el horizonte. Una ocurrencia que cae en sabado,
      * domingo o festivo de FESTIVOS se salta, se adelanta al dia
      * laborable anterior o se retrasa al siguiente segun la serie.
      * Las citas respetan la doble reserva de MANTENER-CITAS (mismo
      * operador, fecha y hora): la que choca no se anota y sale en
      * el informe SERINF para que el operador la recoloque a mano.
      * Las series de un operador dado de baja en OPERADORES no
      * generan nada hasta que se anulen o se rehagan a nombre de
      * otro. La serie que llega a su fecha de fin o a su numero de
      * ocurrencias queda TERMINADA. SYSIN:
      *   linea 1: semanas de horizonte (1-52; en blanco, 8)
      * RC 0, aunque alguna cita choque o alguna serie sea de un
      * operador de baja o este mal formada (quedan en el informe y
      * en RESUMEN como rechazos); 8 si SERIES o las citas y tareas
      * en curso no caben en las tablas (no se genera nada).
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-SERIES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIES-FILE ASSIGN TO "SERIES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SERIES.
           SELECT CITAS-FILE ASSIGN TO "CITAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CITAS.
           SELECT TAREAS-FILE ASSIGN TO "TAREAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAREAS.
           SELECT FESTIVOS-FILE ASSIGN TO "FESTIVOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FESTIVOS.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT SERINF-FILE ASSIGN TO "SERINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SERINF.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD SERIES-FILE.
           01 LINEA-SERIE PIC X(160).

       FD CITAS-FILE.
           01 LINEA-CITA PIC X(110).

       FD TAREAS-FILE.
           01 LINEA-TAREA PIC X(120).

       FD FESTIVOS-FILE.
           01 LINEA-FESTIVO PIC X(20).

       FD OPERADORES-FILE.
           01 LINEA-OPERADOR PIC X(50).

       FD SERINF-FILE.
           01 LINEA-SERINF PIC X(110).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-SERIES PIC XX.
           77 FS-CITAS PIC XX.
           77 FS-TAREAS PIC XX.
           77 FS-FESTIVOS PIC XX.
           77 FS-OPERADORES PIC XX.
           77 FS-SERINF PIC XX.

      * Parametro del SYSIN.
           77 SEMANAS-TEXTO PIC X(3).
           77 SEMANAS-LARGO PIC 9.
           77 SEMANAS-HORIZONTE PIC 9(2) VALUE 8.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).
           77 HORIZONTE PIC 9(8).

      * Series del fichero SERIES, de las dos clases.
           01 TABLA-SERIES.
               05 FILA-SERIE OCCURS 500 TIMES.
                   COPY SERIE REPLACING ==05== BY ==10==.
           77 TOTAL-SERIES PIC 9(3) VALUE 0.
           77 IDX-SER PIC 9(3).
           77 SW-DESBORDE PIC X VALUE "N".
               88 TABLAS-DESBORDADAS VALUE "S".

      * Citas de CITAS (todas, para la doble reserva) y tareas de
      * TAREAS que salen de una serie (para no repetir un dia), mas
      * las que se van anotando esta noche.
           01 TABLA-OCUPADAS.
               05 FILA-OCUPADA OCCURS 3000 TIMES.
                   10 OCU-CLASE PIC X.
                   10 OCU-FECHA PIC X(8).
                   10 OCU-HORA PIC X(4).
                   10 OCU-OPERADOR PIC X(8).
                   10 OCU-SERIE PIC X(6).
           77 TOTAL-OCUPADAS PIC 9(4) VALUE 0.
           77 IDX-OCU PIC 9(4).

      * Troceado de las lineas de CITAS y de TAREAS.
           77 LIN-FECHA PIC X(8).
           77 LIN-HORA PIC X(4).
           77 LIN-OPERADOR PIC X(8).
           77 LIN-AGENDA PIC X(15).
           77 LIN-NOMBRE PIC X(30).
           77 LIN-TEXTO PIC X(40).
           77 LIN-HECHA PIC X.
           77 LIN-SERIE PIC X(6).

           01 TABLA-FESTIVOS.
               05 FESTIVO PIC 9(8) OCCURS 100 TIMES.
           77 TOTAL-FESTIVOS PIC 9(3) VALUE 0.
           77 IDX-FES PIC 9(3).
           77 SW-FESTIVO PIC X.
               88 CAE-EN-FESTIVO VALUE "S".

      * Operadores dados de baja (quinto campo ESTADO = B).
           01 TABLA-BAJAS.
               05 BAJA-CODIGO PIC X(8) OCCURS 100 TIMES.
           77 TOTAL-BAJAS PIC 9(3) VALUE 0.
           77 IDX-BAJA PIC 9(3).
           77 OPR-CODIGO PIC X(8).
           77 OPR-NOMBRE PIC X(30).
           77 OPR-NIVEL PIC X.
           77 OPR-IDIOMA PIC XX.
           77 OPR-ESTADO PIC X.
           77 SW-OPERADOR-BAJA PIC X.
               88 OPERADOR-DE-BAJA VALUE "S".

      * Dia que se examina, inicio de la serie y dia de destino de
      * la ocurrencia, con sus partes a la vista.
           01 FECHA-DIA PIC 9(8).
           01 FECHA-DIA-R REDEFINES FECHA-DIA.
               05 DIA-AAAA PIC 9(4).
               05 DIA-MM PIC 9(2).
               05 DIA-DD PIC 9(2).
           01 FECHA-INICIO PIC 9(8).
           01 FECHA-INICIO-R REDEFINES FECHA-INICIO.
               05 INI-AAAA PIC 9(4).
               05 INI-MM PIC 9(2).
               05 INI-DD PIC 9(2).
           01 FECHA-PRUEBA PIC 9(8).
           01 FECHA-PRUEBA-R REDEFINES FECHA-PRUEBA.
               05 PRU-AAAA PIC 9(4).
               05 PRU-MM PIC 9(2).
               05 PRU-DD PIC 9(2).
           77 FECHA-DESTINO PIC 9(8).
           77 FECHA-LIMITE PIC 9(8).
           77 LUNES-INICIO PIC 9(8).
           77 DIA-SEMANA PIC 9.
           77 UNIDADES PIC S9(5).
           77 COCIENTE PIC S9(5).
           77 RESTO PIC S9(5).
           77 PASOS PIC 9(2).
           77 SENTIDO PIC S9.
           77 SW-NOMINAL PIC X.
               88 DIA-NOMINAL VALUE "S".
           77 SW-ULTIMO PIC X.
               88 ULTIMO-DEL-MES VALUE "S".
           77 SW-DESTINO PIC X.
               88 DESTINO-VALIDO VALUE "S".
           77 SW-CHOQUE PIC X.
               88 SLOT-OCUPADO VALUE "S".
           77 SW-CABECERA PIC X.
               88 CABECERA-ESCRITA VALUE "S".
           77 MOTIVO-INFORME PIC X(40).

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

           77 SERIES-TRATADAS PIC 9(5) VALUE 0.
           77 OCURRENCIAS-ANOTADAS PIC 9(5) VALUE 0.
           77 OCURRENCIAS-SALTADAS PIC 9(5) VALUE 0.
           77 CITAS-CHOCADAS PIC 9(5) VALUE 0.
           77 SERIES-AVISADAS PIC 9(5) VALUE 0.
           77 SERIES-TERMINADAS PIC 9(5) VALUE 0.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE SPACES TO SEMANAS-TEXTO.
           ACCEPT SEMANAS-TEXTO.
           MOVE 0 TO SEMANAS-LARGO.
           INSPECT SEMANAS-TEXTO TALLYING SEMANAS-LARGO
               FOR CHARACTERS BEFORE INITIAL " ".
           IF SEMANAS-LARGO > 0 AND SEMANAS-LARGO < 3
               AND SEMANAS-TEXTO(1:SEMANAS-LARGO) IS NUMERIC
               MOVE SEMANAS-TEXTO(1:SEMANAS-LARGO)
                   TO SEMANAS-HORIZONTE
           END-IF.
           IF SEMANAS-HORIZONTE < 1 OR SEMANAS-HORIZONTE > 52
               DISPLAY "Horizonte fuera de 1-52 semanas: se usan 8"
               MOVE 8 TO SEMANAS-HORIZONTE
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE "S" TO FEC-OPERACION.
           MOVE FECHA-HOY TO FEC-FECHA-1.
           COMPUTE FEC-DIAS = SEMANAS-HORIZONTE * 7.
           PERFORM LLAMAR-FECHASUB.
           MOVE FEC-RESULTADO TO HORIZONTE.
           PERFORM CARGAR-FESTIVOS.
           PERFORM CARGAR-BAJAS.
           PERFORM CARGAR-SERIES.
           PERFORM CARGAR-CITAS.
           PERFORM CARGAR-TAREAS.
           OPEN OUTPUT SERINF-FILE.
           MOVE SPACES TO LINEA-SERINF.
           STRING "CITAS Y TAREAS PERIODICAS - " FECHA-HOY " "
               HORA-HOY " - HORIZONTE HASTA " HORIZONTE
               DELIMITED BY SIZE INTO LINEA-SERINF.
           WRITE LINEA-SERINF.
           IF TABLAS-DESBORDADAS
               DISPLAY "SERIES, CITAS o TAREAS no caben en las "-
                   "tablas: no se genera nada"
               MOVE "NO SE GENERA NADA: SERIES, CITAS O TAREAS NO "-
                   "CABEN EN LAS TABLAS" TO LINEA-SERINF
               WRITE LINEA-SERINF
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM GENERAR-SERIES
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE SERINF-FILE.
      * El informe queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
           MOVE "SERINF" TO SPO-FICHERO.
           MOVE "SERINF" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.
      * Los choques y las series avisadas son datos que corregir y
      * no un fallo del paso: no suben el RC, para no detener la
      * cadena de la noche.
           DISPLAY "Series tratadas: " SERIES-TRATADAS
               "; ocurrencias anotadas: " OCURRENCIAS-ANOTADAS
               "; citas que chocan: " CITAS-CHOCADAS.
           MOVE "SERIES" TO RES-PROGRAMA.
           MOVE SERIES-TRATADAS TO RES-ENTRADAS.
           MOVE OCURRENCIAS-ANOTADAS TO RES-SALIDAS.
           COMPUTE RES-RECHAZOS = CITAS-CHOCADAS + SERIES-AVISADAS.
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

       CARGAR-BAJAS.
           OPEN INPUT OPERADORES-FILE.
           IF FS-OPERADORES = "00"
               PERFORM UNTIL FS-OPERADORES = "10"
                   READ OPERADORES-FILE
                       AT END
                           MOVE "10" TO FS-OPERADORES
                       NOT AT END
                           MOVE SPACES TO OPR-CODIGO
                           MOVE SPACES TO OPR-ESTADO
                           UNSTRING LINEA-OPERADOR DELIMITED BY ";"
                               INTO OPR-CODIGO OPR-NOMBRE OPR-NIVEL
                                   OPR-IDIOMA OPR-ESTADO
                           IF OPR-ESTADO = "B" AND TOTAL-BAJAS < 100
                               ADD 1 TO TOTAL-BAJAS
                               MOVE OPR-CODIGO TO
                                   BAJA-CODIGO(TOTAL-BAJAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.

       CARGAR-SERIES.
           OPEN INPUT SERIES-FILE.
           IF FS-SERIES = "00"
               PERFORM UNTIL FS-SERIES = "10"
                   READ SERIES-FILE
                       AT END
                           MOVE "10" TO FS-SERIES
                       NOT AT END
                           IF TOTAL-SERIES < 500
                               ADD 1 TO TOTAL-SERIES
                               MOVE LINEA-SERIE TO
                                   FILA-SERIE(TOTAL-SERIES)
                           ELSE
                               MOVE "S" TO SW-DESBORDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERIES-FILE
           END-IF.

       CARGAR-CITAS.
           OPEN INPUT CITAS-FILE.
           IF FS-CITAS = "00"
               PERFORM UNTIL FS-CITAS = "10"
                   READ CITAS-FILE
                       AT END
                           MOVE "10" TO FS-CITAS
                       NOT AT END
                           PERFORM CARGAR-CITA-LINEA
                   END-READ
               END-PERFORM
               CLOSE CITAS-FILE
           END-IF.

      * LAS CITAS PASADAS NO PUEDEN CHOCAR CON NADA NUEVO
       CARGAR-CITA-LINEA.
           MOVE SPACES TO LIN-FECHA LIN-HORA LIN-OPERADOR LIN-AGENDA
               LIN-NOMBRE LIN-TEXTO LIN-SERIE.
           UNSTRING LINEA-CITA DELIMITED BY ";"
               INTO LIN-FECHA LIN-HORA LIN-OPERADOR LIN-AGENDA
                   LIN-NOMBRE LIN-TEXTO LIN-SERIE.
           IF LIN-FECHA IS NUMERIC AND LIN-FECHA >= FECHA-HOY
               MOVE "C" TO LIN-HECHA
               PERFORM ANOTAR-OCUPADA
           END-IF.

       CARGAR-TAREAS.
           OPEN INPUT TAREAS-FILE.
           IF FS-TAREAS = "00"
               PERFORM UNTIL FS-TAREAS = "10"
                   READ TAREAS-FILE
                       AT END
                           MOVE "10" TO FS-TAREAS
                       NOT AT END
                           PERFORM CARGAR-TAREA-LINEA
                   END-READ
               END-PERFORM
               CLOSE TAREAS-FILE
           END-IF.

       CARGAR-TAREA-LINEA.
           MOVE SPACES TO LIN-AGENDA LIN-NOMBRE LIN-FECHA LIN-OPERADOR
               LIN-HECHA LIN-TEXTO LIN-SERIE.
           UNSTRING LINEA-TAREA DELIMITED BY ";"
               INTO LIN-AGENDA LIN-NOMBRE LIN-FECHA LIN-OPERADOR
                   LIN-HECHA LIN-TEXTO LIN-SERIE.
           IF LIN-SERIE NOT = SPACES AND LIN-FECHA IS NUMERIC
               AND LIN-FECHA >= FECHA-HOY
               MOVE SPACES TO LIN-HORA
               MOVE "T" TO LIN-HECHA
               PERFORM ANOTAR-OCUPADA
           END-IF.

      * LIN-HECHA LLEVA AQUI LA CLASE DE LA LINEA (C O T)
       ANOTAR-OCUPADA.
           IF TOTAL-OCUPADAS < 3000
               ADD 1 TO TOTAL-OCUPADAS
               MOVE LIN-HECHA TO OCU-CLASE(TOTAL-OCUPADAS)
               MOVE LIN-FECHA TO OCU-FECHA(TOTAL-OCUPADAS)
               MOVE LIN-HORA TO OCU-HORA(TOTAL-OCUPADAS)
               MOVE LIN-OPERADOR TO OCU-OPERADOR(TOTAL-OCUPADAS)
               MOVE LIN-SERIE TO OCU-SERIE(TOTAL-OCUPADAS)
           ELSE
               MOVE "S" TO SW-DESBORDE
           END-IF.

      * LAS OCURRENCIAS SE ANADEN AL FINAL DE CITAS Y TAREAS; SERIES
      * SE REESCRIBE CON LO GENERADO
       GENERAR-SERIES.
           OPEN EXTEND CITAS-FILE.
           IF FS-CITAS = "35"
               OPEN OUTPUT CITAS-FILE
           END-IF.
           OPEN EXTEND TAREAS-FILE.
           IF FS-TAREAS = "35"
               OPEN OUTPUT TAREAS-FILE
           END-IF.
           PERFORM VARYING IDX-SER FROM 1 BY 1
                   UNTIL IDX-SER > TOTAL-SERIES
               IF SER-ACTIVA(IDX-SER)
                   PERFORM GENERAR-SERIE
               END-IF
           END-PERFORM.
           CLOSE CITAS-FILE.
           CLOSE TAREAS-FILE.
           OPEN OUTPUT SERIES-FILE.
           PERFORM VARYING IDX-SER FROM 1 BY 1
                   UNTIL IDX-SER > TOTAL-SERIES
               WRITE LINEA-SERIE FROM FILA-SERIE(IDX-SER)
           END-PERFORM.
           CLOSE SERIES-FILE.

      * SE EXAMINA DIA A DIA DESDE EL SIGUIENTE AL YA GENERADO (O
      * DESDE EL INICIO, Y NUNCA ANTES DE HOY) HASTA EL HORIZONTE O
      * EL FIN DE LA SERIE
       GENERAR-SERIE.
           ADD 1 TO SERIES-TRATADAS.
           MOVE "N" TO SW-CABECERA.
           PERFORM COMPROBAR-OPERADOR.
           IF OPERADOR-DE-BAJA
               MOVE "OPERADOR DADO DE BAJA: NO SE GENERA" TO
                   MOTIVO-INFORME
               PERFORM AVISAR-SERIE
           ELSE
               IF SER-INICIO(IDX-SER) IS NOT NUMERIC
                   OR SER-FIN(IDX-SER) IS NOT NUMERIC
                   OR SER-HASTA(IDX-SER) IS NOT NUMERIC
                   OR SER-MAXIMO(IDX-SER) IS NOT NUMERIC
                   OR SER-GENERADAS(IDX-SER) IS NOT NUMERIC
                   OR SER-INTERVALO(IDX-SER) IS NOT NUMERIC
                   OR SER-INTERVALO(IDX-SER) = 0
                   OR SER-DIA-MES(IDX-SER) IS NOT NUMERIC
                   MOVE "SERIE MAL FORMADA: NO SE GENERA" TO
                       MOTIVO-INFORME
                   PERFORM AVISAR-SERIE
               ELSE
                   PERFORM RECORRER-SERIE
               END-IF
           END-IF.

       COMPROBAR-OPERADOR.
           MOVE "N" TO SW-OPERADOR-BAJA.
           PERFORM VARYING IDX-BAJA FROM 1 BY 1
                   UNTIL IDX-BAJA > TOTAL-BAJAS OR OPERADOR-DE-BAJA
               IF BAJA-CODIGO(IDX-BAJA) = SER-OPERADOR(IDX-SER)
                   MOVE "S" TO SW-OPERADOR-BAJA
               END-IF
           END-PERFORM.

       AVISAR-SERIE.
           ADD 1 TO SERIES-AVISADAS.
           PERFORM ESCRIBIR-CABECERA-SERIE.
           MOVE SPACES TO LINEA-SERINF.
           STRING "  " MOTIVO-INFORME DELIMITED BY SIZE
               INTO LINEA-SERINF.
           WRITE LINEA-SERINF.

       RECORRER-SERIE.
           MOVE SER-INICIO(IDX-SER) TO FECHA-INICIO.
           IF SER-HASTA(IDX-SER) > 0
               MOVE "S" TO FEC-OPERACION
               MOVE SER-HASTA(IDX-SER) TO FEC-FECHA-1
               MOVE 1 TO FEC-DIAS
               PERFORM LLAMAR-FECHASUB
               MOVE FEC-RESULTADO TO FECHA-DIA
           ELSE
               MOVE FECHA-INICIO TO FECHA-DIA
           END-IF.
           IF FECHA-DIA < FECHA-HOY
               MOVE FECHA-HOY TO FECHA-DIA
           END-IF.
           MOVE HORIZONTE TO FECHA-LIMITE.
           IF SER-FIN(IDX-SER) > 0 AND SER-FIN(IDX-SER) < FECHA-LIMITE
               MOVE SER-FIN(IDX-SER) TO FECHA-LIMITE
           END-IF.
      * El lunes de la semana del inicio, para contar las semanas
      * de las series semanales.
           MOVE "D" TO FEC-OPERACION.
           MOVE FECHA-INICIO TO FEC-FECHA-1.
           PERFORM LLAMAR-FECHASUB.
           MOVE "S" TO FEC-OPERACION.
           MOVE FECHA-INICIO TO FEC-FECHA-1.
           COMPUTE FEC-DIAS = 1 - FEC-DIAS.
           PERFORM LLAMAR-FECHASUB.
           MOVE FEC-RESULTADO TO LUNES-INICIO.
           MOVE 0 TO FEC-ESTADO.
           PERFORM EXAMINAR-DIA
               UNTIL FECHA-DIA > FECHA-LIMITE
                   OR FEC-ESTADO NOT = 0
                   OR (SER-MAXIMO(IDX-SER) > 0
                       AND SER-GENERADAS(IDX-SER) >=
                           SER-MAXIMO(IDX-SER)).
           IF (SER-MAXIMO(IDX-SER) > 0
                   AND SER-GENERADAS(IDX-SER) >= SER-MAXIMO(IDX-SER))
               OR (SER-FIN(IDX-SER) > 0
                   AND SER-HASTA(IDX-SER) >= SER-FIN(IDX-SER))
               MOVE "T" TO SER-ESTADO(IDX-SER)
               ADD 1 TO SERIES-TERMINADAS
               PERFORM ESCRIBIR-CABECERA-SERIE
               MOVE "  SERIE TERMINADA" TO LINEA-SERINF
               WRITE LINEA-SERINF
           END-IF.

       EXAMINAR-DIA.
           PERFORM COMPROBAR-NOMINAL.
           IF DIA-NOMINAL
               PERFORM TRATAR-OCURRENCIA
           END-IF.
           MOVE FECHA-DIA TO SER-HASTA(IDX-SER).
           MOVE "S" TO FEC-OPERACION.
           MOVE FECHA-DIA TO FEC-FECHA-1.
           MOVE 1 TO FEC-DIAS.
           PERFORM LLAMAR-FECHASUB.
           MOVE FEC-RESULTADO TO FECHA-DIA.

      * SI AL DIA LE TOCA OCURRENCIA SEGUN LA FRECUENCIA, ANTES DE
      * MIRAR FESTIVOS
       COMPROBAR-NOMINAL.
           MOVE "N" TO SW-NOMINAL.
           MOVE "D" TO FEC-OPERACION.
           MOVE FECHA-DIA TO FEC-FECHA-1.
           PERFORM LLAMAR-FECHASUB.
           MOVE FEC-DIAS TO DIA-SEMANA.
           EVALUATE TRUE
               WHEN SER-DIARIA(IDX-SER)
                   IF DIA-SEMANA <= 5
                       MOVE "S" TO SW-NOMINAL
                   END-IF
               WHEN SER-SEMANAL(IDX-SER)
                   IF DIA-SEMANA <= 5
                       AND SER-DIAS-SEMANA(IDX-SER)(DIA-SEMANA:1)
                           = "S"
                       PERFORM COMPROBAR-SEMANA
                   END-IF
               WHEN SER-MENSUAL(IDX-SER)
                   COMPUTE UNIDADES = (DIA-AAAA * 12 + DIA-MM)
                       - (INI-AAAA * 12 + INI-MM)
                   PERFORM COMPROBAR-INTERVALO
                   IF RESTO = 0
                       PERFORM COMPROBAR-DIA-DEL-MES
                   END-IF
               WHEN SER-ANUAL(IDX-SER)
                   COMPUTE UNIDADES = DIA-AAAA - INI-AAAA
                   PERFORM COMPROBAR-INTERVALO
                   IF RESTO = 0 AND DIA-MM = INI-MM
                       PERFORM COMPROBAR-ULTIMO-DEL-MES
                       IF DIA-DD = INI-DD
                           OR (ULTIMO-DEL-MES AND DIA-DD < INI-DD)
                           MOVE "S" TO SW-NOMINAL
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COMPROBAR-SEMANA.
           MOVE "E" TO FEC-OPERACION.
           MOVE LUNES-INICIO TO FEC-FECHA-1.
           MOVE FECHA-DIA TO FEC-FECHA-2.
           PERFORM LLAMAR-FECHASUB.
           DIVIDE FEC-DIAS BY 7 GIVING UNIDADES.
           PERFORM COMPROBAR-INTERVALO.
           IF RESTO = 0
               MOVE "S" TO SW-NOMINAL
           END-IF.

       COMPROBAR-INTERVALO.
           DIVIDE UNIDADES BY SER-INTERVALO(IDX-SER)
               GIVING COCIENTE REMAINDER RESTO.

      * EL DIA DEL MES DE LA SERIE, O EL ULTIMO DEL MES SI ESTE ES MAS
      * CORTO; CON DIA 00, EL ULTIMO DIA LABORABLE DEL MES
       COMPROBAR-DIA-DEL-MES.
           IF SER-DIA-MES(IDX-SER) = 0
               MOVE FECHA-DIA TO FECHA-DESTINO
               PERFORM COMPROBAR-LABORABLE
               IF NOT CAE-EN-FESTIVO
                   PERFORM COMPROBAR-ULTIMO-LABORABLE
               END-IF
           ELSE
               PERFORM COMPROBAR-ULTIMO-DEL-MES
               IF DIA-DD = SER-DIA-MES(IDX-SER)
                   OR (ULTIMO-DEL-MES
                       AND DIA-DD < SER-DIA-MES(IDX-SER))
                   MOVE "S" TO SW-NOMINAL
               END-IF
           END-IF.

       COMPROBAR-ULTIMO-DEL-MES.
           MOVE "N" TO SW-ULTIMO.
           MOVE "S" TO FEC-OPERACION.
           MOVE FECHA-DIA TO FEC-FECHA-1.
           MOVE 1 TO FEC-DIAS.
           PERFORM LLAMAR-FECHASUB.
           MOVE FEC-RESULTADO TO FECHA-PRUEBA.
           IF PRU-DD = 1
               MOVE "S" TO SW-ULTIMO
           END-IF.

      * LABORABLE Y SIN OTRO LABORABLE DETRAS EN EL MISMO MES
       COMPROBAR-ULTIMO-LABORABLE.
           MOVE "S" TO SW-NOMINAL.
           MOVE FECHA-DIA TO FECHA-PRUEBA.
           MOVE 0 TO PASOS.
           PERFORM UNTIL NOT DIA-NOMINAL OR PASOS > 10
               MOVE "S" TO FEC-OPERACION
               MOVE FECHA-PRUEBA TO FEC-FECHA-1
               MOVE 1 TO FEC-DIAS
               PERFORM LLAMAR-FECHASUB
               MOVE FEC-RESULTADO TO FECHA-PRUEBA
               ADD 1 TO PASOS
               IF PRU-MM NOT = DIA-MM
                   MOVE 11 TO PASOS
               ELSE
                   MOVE FECHA-PRUEBA TO FECHA-DESTINO
                   PERFORM COMPROBAR-LABORABLE
                   IF NOT CAE-EN-FESTIVO
                       MOVE "N" TO SW-NOMINAL
                   END-IF
               END-IF
           END-PERFORM.

      * LA OCURRENCIA SE COLOCA EN SU DIA O, SI NO ES LABORABLE,
      * SEGUN LA REGLA DE LA SERIE; LA SALTADA NO CUENTA PARA EL
      * MAXIMO, LA QUE CHOCA SI
       TRATAR-OCURRENCIA.
           MOVE FECHA-DIA TO FECHA-DESTINO.
           MOVE "S" TO SW-DESTINO.
           PERFORM COMPROBAR-LABORABLE.
           IF CAE-EN-FESTIVO
               EVALUATE TRUE
                   WHEN SER-ADELANTA-FESTIVO(IDX-SER)
                       MOVE -1 TO SENTIDO
                       PERFORM MOVER-DESTINO
                   WHEN SER-RETRASA-FESTIVO(IDX-SER)
                       MOVE 1 TO SENTIDO
                       PERFORM MOVER-DESTINO
                   WHEN OTHER
                       MOVE "N" TO SW-DESTINO
               END-EVALUATE
           END-IF.
           IF DESTINO-VALIDO AND FECHA-DESTINO < FECHA-HOY
               MOVE "N" TO SW-DESTINO
           END-IF.
           IF DESTINO-VALIDO
               PERFORM COMPROBAR-REPETIDA
           END-IF.
           IF NOT DESTINO-VALIDO
               ADD 1 TO OCURRENCIAS-SALTADAS
           ELSE
               ADD 1 TO SER-GENERADAS(IDX-SER)
               IF SER-DE-CITAS(IDX-SER)
                   PERFORM COMPROBAR-CHOQUE
               ELSE
                   MOVE "N" TO SW-CHOQUE
               END-IF
               IF SLOT-OCUPADO
                   ADD 1 TO CITAS-CHOCADAS
                   MOVE "NO ANOTADA: EL OPERADOR YA TIENE CITA" TO
                       MOTIVO-INFORME
               ELSE
                   IF TOTAL-OCUPADAS >= 3000
                       ADD 1 TO SERIES-AVISADAS
                       MOVE "NO ANOTADA: TABLA DE OCUPADAS LLENA" TO
                           MOTIVO-INFORME
                   ELSE
                       PERFORM ESCRIBIR-OCURRENCIA
                       MOVE SPACES TO MOTIVO-INFORME
                   END-IF
               END-IF
               PERFORM ESCRIBIR-DETALLE
           END-IF.

      * DIA A DIA HACIA ATRAS O HACIA DELANTE HASTA UNO LABORABLE; EN
      * DIEZ DIAS SIEMPRE APARECE ALGUNO
       MOVER-DESTINO.
           MOVE 0 TO PASOS.
           PERFORM UNTIL NOT CAE-EN-FESTIVO OR PASOS > 10
               MOVE "S" TO FEC-OPERACION
               MOVE FECHA-DESTINO TO FEC-FECHA-1
               MOVE SENTIDO TO FEC-DIAS
               PERFORM LLAMAR-FECHASUB
               MOVE FEC-RESULTADO TO FECHA-DESTINO
               ADD 1 TO PASOS
               PERFORM COMPROBAR-LABORABLE
           END-PERFORM.
           IF CAE-EN-FESTIVO
               MOVE "N" TO SW-DESTINO
           END-IF.

      * UNA OCURRENCIA MOVIDA PUEDE CAER EN EL DIA DE OTRA DE LA
      * MISMA SERIE: NO SE REPITE
       COMPROBAR-REPETIDA.
           MOVE SER-NUMERO(IDX-SER) TO LIN-SERIE.
           PERFORM VARYING IDX-OCU FROM 1 BY 1
                   UNTIL IDX-OCU > TOTAL-OCUPADAS OR NOT DESTINO-VALIDO
               IF OCU-SERIE(IDX-OCU) = LIN-SERIE
                   AND OCU-CLASE(IDX-OCU) = SER-CLASE(IDX-SER)
                   AND OCU-FECHA(IDX-OCU) = FECHA-DESTINO
                   MOVE "N" TO SW-DESTINO
               END-IF
           END-PERFORM.

      * DOBLE RESERVA: MISMO OPERADOR, MISMA FECHA Y MISMA HORA
       COMPROBAR-CHOQUE.
           MOVE "N" TO SW-CHOQUE.
           PERFORM VARYING IDX-OCU FROM 1 BY 1
                   UNTIL IDX-OCU > TOTAL-OCUPADAS OR SLOT-OCUPADO
               IF OCU-CLASE(IDX-OCU) = "C"
                   AND OCU-FECHA(IDX-OCU) = FECHA-DESTINO
                   AND OCU-HORA(IDX-OCU) = SER-HORA(IDX-SER)
                   AND OCU-OPERADOR(IDX-OCU) = SER-OPERADOR(IDX-SER)
                   MOVE "S" TO SW-CHOQUE
               END-IF
           END-PERFORM.

      * SABADO, DOMINGO O FECHA DEL CALENDARIO DE FESTIVOS
       COMPROBAR-LABORABLE.
           MOVE "N" TO SW-FESTIVO.
           MOVE "D" TO FEC-OPERACION.
           MOVE FECHA-DESTINO TO FEC-FECHA-1.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.
           IF FEC-ESTADO = 0 AND FEC-DIAS > 5
               MOVE "S" TO SW-FESTIVO
           END-IF.
           PERFORM VARYING IDX-FES FROM 1 BY 1
                   UNTIL IDX-FES > TOTAL-FESTIVOS OR CAE-EN-FESTIVO
               IF FESTIVO(IDX-FES) = FECHA-DESTINO
                   MOVE "S" TO SW-FESTIVO
               END-IF
           END-PERFORM.

      * LA LINEA NUEVA, EN EL MISMO FORMATO QUE GRABAN MANTENER-CITAS
      * Y MANTENER-TAREAS, CON LA SERIE DETRAS
       ESCRIBIR-OCURRENCIA.
           MOVE SER-NUMERO(IDX-SER) TO LIN-SERIE.
           MOVE FECHA-DESTINO TO LIN-FECHA.
           IF SER-DE-CITAS(IDX-SER)
               MOVE SPACES TO LINEA-CITA
               STRING LIN-FECHA ";" SER-HORA(IDX-SER) ";"
                   SER-OPERADOR(IDX-SER) ";" SER-AGENDA(IDX-SER) ";"
                   SER-NOMBRE(IDX-SER) ";"
                   SER-TEXTO(IDX-SER)(1:30) ";" LIN-SERIE
                   DELIMITED BY SIZE INTO LINEA-CITA
               WRITE LINEA-CITA
               MOVE "C" TO LIN-HECHA
               MOVE SER-HORA(IDX-SER) TO LIN-HORA
           ELSE
               MOVE SPACES TO LINEA-TAREA
               STRING SER-AGENDA(IDX-SER) ";" SER-NOMBRE(IDX-SER) ";"
                   LIN-FECHA ";" SER-OPERADOR(IDX-SER) ";N;"
                   SER-TEXTO(IDX-SER) ";" LIN-SERIE
                   DELIMITED BY SIZE INTO LINEA-TAREA
               WRITE LINEA-TAREA
               MOVE "T" TO LIN-HECHA
               MOVE SPACES TO LIN-HORA
           END-IF.
           MOVE SER-OPERADOR(IDX-SER) TO LIN-OPERADOR.
           PERFORM ANOTAR-OCUPADA.
           ADD 1 TO OCURRENCIAS-ANOTADAS.

       ESCRIBIR-CABECERA-SERIE.
           IF NOT CABECERA-ESCRITA
               MOVE "S" TO SW-CABECERA
               MOVE SPACES TO LINEA-SERINF
               WRITE LINEA-SERINF
               MOVE SPACES TO LINEA-SERINF
               STRING "SERIE " SER-NUMERO(IDX-SER) " "
                   SER-CLASE(IDX-SER) " " SER-FRECUENCIA(IDX-SER)
                   " " SER-OPERADOR(IDX-SER) " "
                   SER-NOMBRE(IDX-SER) " " SER-TEXTO(IDX-SER)
                   DELIMITED BY SIZE INTO LINEA-SERINF
               WRITE LINEA-SERINF
           END-IF.

       ESCRIBIR-DETALLE.
           PERFORM ESCRIBIR-CABECERA-SERIE.
           MOVE SPACES TO LINEA-SERINF.
           STRING "  " FECHA-DESTINO " " SER-HORA(IDX-SER) " "
               MOTIVO-INFORME
               DELIMITED BY SIZE INTO LINEA-SERINF.
           IF FECHA-DESTINO NOT = FECHA-DIA
               STRING " (MOVIDA DESDE " FECHA-DIA ")"
                   DELIMITED BY SIZE INTO LINEA-SERINF(56:25)
           END-IF.
           WRITE LINEA-SERINF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO LINEA-SERINF.
           WRITE LINEA-SERINF.
           MOVE "===== TOTALES =====" TO LINEA-SERINF.
           WRITE LINEA-SERINF.
           MOVE SPACES TO LINEA-SERINF.
           STRING "  SERIES ACTIVAS TRATADAS: " SERIES-TRATADAS
               "  TERMINADAS ESTA NOCHE: " SERIES-TERMINADAS
               DELIMITED BY SIZE INTO LINEA-SERINF.
           WRITE LINEA-SERINF.
           MOVE SPACES TO LINEA-SERINF.
           STRING "  OCURRENCIAS ANOTADAS: " OCURRENCIAS-ANOTADAS
               "  SALTADAS POR FESTIVO O REPETIDAS: "
               OCURRENCIAS-SALTADAS
               DELIMITED BY SIZE INTO LINEA-SERINF.
           WRITE LINEA-SERINF.
           MOVE SPACES TO LINEA-SERINF.
           STRING "  CITAS QUE CHOCAN: " CITAS-CHOCADAS
               "  SERIES CON AVISO: " SERIES-AVISADAS
               DELIMITED BY SIZE INTO LINEA-SERINF.
           WRITE LINEA-SERINF.

       LLAMAR-FECHASUB.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.

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

       END PROGRAM GENERA-SERIES.
