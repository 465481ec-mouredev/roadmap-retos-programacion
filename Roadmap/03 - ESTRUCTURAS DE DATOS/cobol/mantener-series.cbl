     /*
      * SERIES PERIODICAS DE CITAS Y DE TAREAS (FICHERO SERIES).
      * No es la solucion de ningun reto: evita volver a teclear la
      * visita de cada semana, la revision mensual con un proveedor o
      * la comprobacion de cada trimestre. Se llega desde la opcion R
      * de MANTENER-CITAS (series de citas) o de MANTENER-TAREAS
      * (series de tareas), con el operador firmado y la clase de la
      * serie. Una serie (copybooks/SERIE.cpy) lleva lo que se copia
      * en cada ocurrencia, la frecuencia
      *   D  cada dia laborable
      *   S  semanal, los dias de lunes a viernes marcados, cada N
      *      semanas
      *   M  mensual, un dia del mes o el ultimo laborable, cada N
      *      meses
      *   A  anual, el dia y el mes del inicio, cada N anos
      * el inicio, el fin por fecha o por numero de ocurrencias y lo
      * que se hace si una ocurrencia cae en sabado, domingo o
      * festivo (saltarla, adelantarla o retrasarla). Las ocurrencias
      * las anota cada noche GENERA-SERIES. Anular una serie quita en
      * el acto de CITAS o de TAREAS sus ocurrencias de manana en
      * adelante (las tareas ya hechas se dejan); las pasadas quedan
      * como historia.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER-SERIES.
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
      * Copia de paso de CITAS o TAREAS al quitar las ocurrencias de
      * una serie anulada.
           SELECT SERTMP-FILE ASSIGN TO "SERTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SERTMP.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
       DATA DIVISION.
       FILE SECTION.
       FD SERIES-FILE.
           01 LINEA-SERIE PIC X(160).

       FD CITAS-FILE.
           01 LINEA-CITA PIC X(110).

       FD TAREAS-FILE.
           01 LINEA-TAREA PIC X(120).

       FD SERTMP-FILE.
           01 LINEA-SERTMP PIC X(120).

       FD CONTACTOS-FILE.
           01 REG-CONTACTO.
      * Registro canonico de contacto (copybooks/CONTACTO.cpy), mismo
      * REPLACING que usa any7dev.cbl para su REG-CONTACTO.
               COPY CONTACTO REPLACING
                   ==CLAVE-CONTACTO== BY ==CLAVE-REG==
                   ==AGENDA-NOMBRE== BY ==AGENDA-NOMBRE-REG==
                   ==NOMBRE== BY ==NOMBRE-REG==
                   ==ESTADO== BY ==ESTADO-REG==
                   ==NUMERO== BY ==NUMERO-REG==
                   ==NUM-TIPO== BY ==NUM-TIPO-REG==
                   ==NUM-PAIS== BY ==NUM-PAIS-REG==
                   ==NUM-PRINCIPAL== BY ==NUM-PRINCIPAL-REG==
                   ==NUM-EXT== BY ==NUM-EXT-REG==
                   ==TELEFONO== BY ==TELEFONO-REG==
                   ==CONTACTO-ACTIVO== BY ==CONTACTO-ACTIVO-REG==
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==.

       WORKING-STORAGE SECTION.
           77 FS-SERIES PIC XX.
           77 FS-CITAS PIC XX.
           77 FS-TAREAS PIC XX.
           77 FS-SERTMP PIC XX.
           77 FS-CONTACTOS PIC XX.

      * Copia en memoria del fichero de series, de las dos clases
      * (copybooks/SERIE.cpy). Si no cabe entero se puede consultar
      * pero no se toca, para no perder lineas al regrabarlo.
           01 TABLA-SERIES.
               05 FILA-SERIE OCCURS 500 TIMES.
                   COPY SERIE REPLACING ==05== BY ==10==.
           77 TOTAL-SERIES PIC 9(3) VALUE 0.
           77 IDX-SER PIC 9(3).
           77 FILA-HALLADA PIC 9(3).
           77 ULTIMO-NUMERO PIC 9(6) VALUE 0.
           77 SW-DESBORDE PIC X VALUE "N".
               88 SERIES-DESBORDADAS VALUE "S".
           77 SW-CAMBIOS PIC X VALUE "N".
               88 HAY-CAMBIOS VALUE "S".

           01 OPCION-SERIES PIC X.
               88 SER-LISTAR VALUE "L" "l".
               88 SER-ANADIR VALUE "A" "a".
               88 SER-ANULAR VALUE "B" "b".
               88 SER-SALIR VALUE "S" "s".

      * Serie tecleada en la operacion en curso.
           77 SW-ALTA PIC X.
               88 ALTA-VALIDA VALUE "S".
           77 AGENDA-AUX PIC X(15).
           77 NOMBRE-AUX PIC X(30).
           77 HORA-AUX PIC X(4).
           77 OPERADOR-AUX PIC X(8).
           77 TEXTO-AUX PIC X(40).
           77 FRECUENCIA-AUX PIC X.
           77 INTERVALO-AUX PIC 9(2).
           77 DIAS-TEXTO PIC X(10).
           77 DIAS-AUX PIC X(5).
           77 IDX-DIA PIC 9(2).
           77 DIA-MES-AUX PIC 9(2).
           77 INICIO-AUX PIC 9(8).
           77 FIN-TEXTO PIC X(8).
           77 FIN-AUX PIC 9(8).
           77 MAXIMO-AUX PIC 9(3).
           77 FESTIVO-AUX PIC X.
           77 RESPUESTA PIC X.
           77 NUMERO-TEXTO PIC X(6).
           77 NUMERO-AUX PIC 9(6).
           77 SW-CONTACTO PIC X.
               88 CONTACTO-EXISTE VALUE "S".
           77 INTENTOS-FECHA PIC 9.
           77 FECHA-AUX PIC 9(8).
           77 FRECUENCIA-TEXTO PIC X(30).

      * Troceado de las lineas de CITAS y de TAREAS al anular.
           77 LIN-FECHA PIC X(8).
           77 LIN-HORA PIC X(4).
           77 LIN-OPERADOR PIC X(8).
           77 LIN-AGENDA PIC X(15).
           77 LIN-NOMBRE PIC X(30).
           77 LIN-TEXTO PIC X(40).
           77 LIN-HECHA PIC X.
           77 LIN-SERIE PIC X(6).
           77 OCURRENCIAS-QUITADAS PIC 9(4).

           77 FECHA-HOY PIC 9(8).

      * Parametros de la subrutina compartida de fechas FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Parametros de la subrutina compartida de validacion de
      * entradas numericas VALSUB01.
           77 VAL-TEXTO PIC X(60).
           77 VAL-MINIMO PIC 9(3).
           77 VAL-MAXIMO PIC 9(3).
           77 VAL-DEFECTO PIC 9(3).
           77 VAL-INTENTOS PIC 9 VALUE 3.
           77 VAL-RESULTADO PIC 9(3).
           77 VAL-ESTADO PIC 9.

      * Operador firmado y clase de las series (C citas, T tareas),
      * tal como llegan de la pantalla que llama.
           77 OPERADOR-SESION PIC X(8) VALUE "TERMINAL".
           77 CLASE-SESION PIC X VALUE "C".
               88 SESION-DE-CITAS VALUE "C".
               88 SESION-DE-TAREAS VALUE "T".

       LINKAGE SECTION.
           77 L-OPERADOR PIC X(8).
           77 L-CLASE PIC X.

       PROCEDURE DIVISION USING OPTIONAL L-OPERADOR
               OPTIONAL L-CLASE.
       PRINCIPAL.
           IF L-OPERADOR NOT = SPACES AND L-OPERADOR NOT = LOW-VALUES
               MOVE L-OPERADOR TO OPERADOR-SESION
           END-IF.
           IF L-CLASE = "T"
               MOVE "T" TO CLASE-SESION
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           PERFORM CARGAR-SERIES.
           MOVE SPACE TO OPCION-SERIES.
           PERFORM MENU-SERIES UNTIL SER-SALIR.
           IF HAY-CAMBIOS
               PERFORM GRABAR-SERIES
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       CARGAR-SERIES.
           MOVE 0 TO TOTAL-SERIES.
           OPEN INPUT SERIES-FILE.
           IF FS-SERIES = "00"
               PERFORM UNTIL FS-SERIES = "10"
                   READ SERIES-FILE
                       AT END
                           MOVE "10" TO FS-SERIES
                       NOT AT END
                           PERFORM CARGAR-SERIE-LINEA
                   END-READ
               END-PERFORM
               CLOSE SERIES-FILE
           END-IF.
           IF SERIES-DESBORDADAS
               DISPLAY "SERIES no cabe entero en la tabla: se puede "-
                   "consultar, pero no dar altas ni anular"
           END-IF.

       CARGAR-SERIE-LINEA.
           IF TOTAL-SERIES < 500
               ADD 1 TO TOTAL-SERIES
               MOVE LINEA-SERIE TO FILA-SERIE(TOTAL-SERIES)
               IF SER-NUMERO(TOTAL-SERIES) IS NUMERIC
                   AND SER-NUMERO(TOTAL-SERIES) > ULTIMO-NUMERO
                   MOVE SER-NUMERO(TOTAL-SERIES) TO ULTIMO-NUMERO
               END-IF
           ELSE
               MOVE "S" TO SW-DESBORDE
           END-IF.

       MENU-SERIES.
           DISPLAY SPACES.
           IF SESION-DE-CITAS
               DISPLAY "--- SERIES PERIODICAS DE CITAS ---"
           ELSE
               DISPLAY "--- SERIES PERIODICAS DE TAREAS ---"
           END-IF.
           DISPLAY "L - Listar".
           DISPLAY "A - Anadir serie".
           DISPLAY "B - Anular serie (quita sus ocurrencias futuras)".
           DISPLAY "S - Salir".
           ACCEPT OPCION-SERIES.
           EVALUATE TRUE
               WHEN SER-LISTAR
                   PERFORM LISTAR-SERIES
               WHEN SER-ANADIR
                   IF SERIES-DESBORDADAS OR TOTAL-SERIES >= 500
                       DISPLAY "La tabla de series esta llena"
                   ELSE
                       PERFORM ANADIR-SERIE
                   END-IF
               WHEN SER-ANULAR
                   IF SERIES-DESBORDADAS
                       DISPLAY "SERIES no cabe entero en la tabla: "-
                           "no se puede anular"
                   ELSE
                       PERFORM ANULAR-SERIE
                   END-IF
               WHEN SER-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Opcion invalida"
           END-EVALUATE.

       LISTAR-SERIES.
           PERFORM VARYING IDX-SER FROM 1 BY 1
                   UNTIL IDX-SER > TOTAL-SERIES
               IF SER-CLASE(IDX-SER) = CLASE-SESION
                   PERFORM DESCRIBIR-FRECUENCIA
                   DISPLAY SER-NUMERO(IDX-SER) " ["
                       SER-ESTADO(IDX-SER) "] "
                       SER-OPERADOR(IDX-SER) " "
                       SER-HORA(IDX-SER) " "
                       SER-NOMBRE(IDX-SER) " "
                       SER-TEXTO(IDX-SER)
                   DISPLAY "       " FRECUENCIA-TEXTO
                       " desde " SER-INICIO(IDX-SER)
                       " hasta " SER-FIN(IDX-SER)
                       " max " SER-MAXIMO(IDX-SER)
                       " festivo " SER-FESTIVO(IDX-SER)
                       " generadas " SER-GENERADAS(IDX-SER)
               END-IF
           END-PERFORM.

       DESCRIBIR-FRECUENCIA.
           MOVE SPACES TO FRECUENCIA-TEXTO.
           EVALUATE TRUE
               WHEN SER-DIARIA(IDX-SER)
                   MOVE "cada dia laborable" TO FRECUENCIA-TEXTO
               WHEN SER-SEMANAL(IDX-SER)
                   STRING "cada " SER-INTERVALO(IDX-SER)
                       " semanas LMXJV=" SER-DIAS-SEMANA(IDX-SER)
                       DELIMITED BY SIZE INTO FRECUENCIA-TEXTO
               WHEN SER-MENSUAL(IDX-SER)
                   STRING "cada " SER-INTERVALO(IDX-SER)
                       " meses, dia " SER-DIA-MES(IDX-SER)
                       DELIMITED BY SIZE INTO FRECUENCIA-TEXTO
               WHEN OTHER
                   STRING "cada " SER-INTERVALO(IDX-SER) " anos"
                       DELIMITED BY SIZE INTO FRECUENCIA-TEXTO
           END-EVALUATE.

      * CADA DATO SE PIDE Y SE VALIDA EN SU PARRAFO; AL PRIMER ERROR
      * SE DESISTE DEL ALTA SIN TOCAR LA TABLA
       ANADIR-SERIE.
           MOVE "S" TO SW-ALTA.
           PERFORM CAPTURAR-CONTACTO.
           IF ALTA-VALIDA AND SESION-DE-CITAS
               PERFORM CAPTURAR-HORA
           END-IF.
           IF ALTA-VALIDA
               PERFORM CAPTURAR-OPERADOR-TEXTO
               PERFORM CAPTURAR-FRECUENCIA
           END-IF.
           IF ALTA-VALIDA
               PERFORM CAPTURAR-FECHAS
           END-IF.
           IF ALTA-VALIDA
               PERFORM CAPTURAR-FESTIVO
           END-IF.
           IF ALTA-VALIDA
               PERFORM ANOTAR-SERIE
           END-IF.

      * EN LAS CITAS EL CONTACTO ES OPCIONAL; EN LAS TAREAS NO, Y LA
      * AGENDA EN BLANCO ES PRINCIPAL, COMO EN MANTENER-TAREAS
       CAPTURAR-CONTACTO.
           MOVE SPACES TO NOMBRE-AUX.
           IF SESION-DE-CITAS
               DISPLAY "Agenda del contacto visitado (en blanco, "-
                   "sin contacto):"
               ACCEPT AGENDA-AUX
           ELSE
               DISPLAY "Agenda del contacto (en blanco, PRINCIPAL):"
               ACCEPT AGENDA-AUX
               IF AGENDA-AUX = SPACES
                   MOVE "PRINCIPAL" TO AGENDA-AUX
               END-IF
           END-IF.
           IF AGENDA-AUX NOT = SPACES
               DISPLAY "Nombre del contacto:"
               ACCEPT NOMBRE-AUX
               PERFORM VALIDAR-CONTACTO
               IF NOT CONTACTO-EXISTE
                   DISPLAY "Ese contacto no existe en CONTACTOS; "-
                       "no se anota la serie"
                   MOVE "N" TO SW-ALTA
               END-IF
           END-IF.

       CAPTURAR-HORA.
           DISPLAY "Hora de las citas (HHMM):".
           ACCEPT HORA-AUX.
           IF HORA-AUX IS NOT NUMERIC OR HORA-AUX(1:2) > "23"
               OR HORA-AUX(3:2) > "59"
               DISPLAY "Hora no valida"
               MOVE "N" TO SW-ALTA
           END-IF.

       CAPTURAR-OPERADOR-TEXTO.
           IF SESION-DE-CITAS
               DISPLAY "Operador titular (en blanco, "
                   OPERADOR-SESION "):"
           ELSE
               DISPLAY "Operador responsable (en blanco, "
                   OPERADOR-SESION "):"
           END-IF.
           ACCEPT OPERADOR-AUX.
           IF OPERADOR-AUX = SPACES
               MOVE OPERADOR-SESION TO OPERADOR-AUX
           END-IF.
           IF SESION-DE-CITAS
               DISPLAY "Motivo de la visita:"
           ELSE
               DISPLAY "Descripcion de la tarea:"
           END-IF.
           ACCEPT TEXTO-AUX.

       CAPTURAR-FRECUENCIA.
           DISPLAY "Frecuencia: D diaria (dias laborables), "-
               "S semanal, M mensual, A anual:".
           ACCEPT FRECUENCIA-AUX.
           INSPECT FRECUENCIA-AUX CONVERTING "dsma" TO "DSMA".
           MOVE 1 TO INTERVALO-AUX.
           MOVE SPACES TO DIAS-AUX.
           EVALUATE FRECUENCIA-AUX
               WHEN "D"
                   CONTINUE
               WHEN "S"
                   MOVE "Cada cuantas semanas (1-12, en blanco 1):"
                       TO VAL-TEXTO
                   PERFORM PEDIR-INTERVALO
                   PERFORM CAPTURAR-DIAS-SEMANA
               WHEN "M"
                   MOVE "Cada cuantos meses (1-12, en blanco 1):"
                       TO VAL-TEXTO
                   PERFORM PEDIR-INTERVALO
               WHEN "A"
                   MOVE "Cada cuantos anos (1-12, en blanco 1):"
                       TO VAL-TEXTO
                   PERFORM PEDIR-INTERVALO
               WHEN OTHER
                   DISPLAY "Frecuencia no valida"
                   MOVE "N" TO SW-ALTA
           END-EVALUATE.

       PEDIR-INTERVALO.
           MOVE 1 TO VAL-MINIMO.
           MOVE 12 TO VAL-MAXIMO.
           MOVE 1 TO VAL-DEFECTO.
           CALL "VALSUB01" USING VAL-TEXTO VAL-MINIMO VAL-MAXIMO
               VAL-DEFECTO VAL-INTENTOS VAL-RESULTADO VAL-ESTADO.
           IF VAL-ESTADO NOT = 0
               MOVE "N" TO SW-ALTA
           ELSE
               MOVE VAL-RESULTADO TO INTERVALO-AUX
           END-IF.

      * LOS DIAS SE TECLEAN CON SUS INICIALES (L M X J V), JUNTAS O
      * SEPARADAS; HACE FALTA AL MENOS UNO
       CAPTURAR-DIAS-SEMANA.
           DISPLAY "Dias de la semana (L M X J V; por ejemplo LXV):".
           MOVE SPACES TO DIAS-TEXTO.
           ACCEPT DIAS-TEXTO.
           INSPECT DIAS-TEXTO CONVERTING "lmxjv" TO "LMXJV".
           PERFORM VARYING IDX-DIA FROM 1 BY 1 UNTIL IDX-DIA > 10
               EVALUATE DIAS-TEXTO(IDX-DIA:1)
                   WHEN "L"
                       MOVE "S" TO DIAS-AUX(1:1)
                   WHEN "M"
                       MOVE "S" TO DIAS-AUX(2:1)
                   WHEN "X"
                       MOVE "S" TO DIAS-AUX(3:1)
                   WHEN "J"
                       MOVE "S" TO DIAS-AUX(4:1)
                   WHEN "V"
                       MOVE "S" TO DIAS-AUX(5:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           IF DIAS-AUX = SPACES
               DISPLAY "Hace falta al menos un dia de lunes a viernes"
               MOVE "N" TO SW-ALTA
           END-IF.

      * INICIO OBLIGATORIO; FIN OPCIONAL, NO ANTERIOR AL INICIO. EL
      * DIA DEL MES DE LA MENSUAL SE PROPONE EL DEL INICIO
       CAPTURAR-FECHAS.
           PERFORM PEDIR-FECHA-VALIDA.
           IF FEC-ESTADO NOT = 0
               MOVE "N" TO SW-ALTA
           ELSE
               MOVE FECHA-AUX TO INICIO-AUX
               IF FRECUENCIA-AUX = "M"
                   MOVE "Dia del mes (1-31; 0 = ultimo dia laborable"-
                       " del mes):" TO VAL-TEXTO
                   MOVE 0 TO VAL-MINIMO
                   MOVE 31 TO VAL-MAXIMO
                   MOVE INICIO-AUX(7:2) TO VAL-DEFECTO
                   CALL "VALSUB01" USING VAL-TEXTO VAL-MINIMO
                       VAL-MAXIMO VAL-DEFECTO VAL-INTENTOS
                       VAL-RESULTADO VAL-ESTADO
                   IF VAL-ESTADO NOT = 0
                       MOVE "N" TO SW-ALTA
                   ELSE
                       MOVE VAL-RESULTADO TO DIA-MES-AUX
                   END-IF
               ELSE
                   MOVE 0 TO DIA-MES-AUX
               END-IF
           END-IF.
           IF ALTA-VALIDA
               PERFORM CAPTURAR-FIN
           END-IF.

       CAPTURAR-FIN.
           MOVE 0 TO FIN-AUX.
           DISPLAY "Fecha de fin (AAAAMMDD; en blanco, sin fecha "-
               "de fin):".
           MOVE SPACES TO FIN-TEXTO.
           ACCEPT FIN-TEXTO.
           IF FIN-TEXTO NOT = SPACES
               MOVE "V" TO FEC-OPERACION
               MOVE 0 TO FEC-FECHA-1
               IF FIN-TEXTO IS NUMERIC
                   MOVE FIN-TEXTO TO FEC-FECHA-1
               END-IF
               CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                   FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                   FEC-ESTADO
               IF FEC-ESTADO NOT = 0 OR FEC-FECHA-1 < INICIO-AUX
                   DISPLAY "Fecha de fin no valida o anterior al "-
                       "inicio"
                   MOVE "N" TO SW-ALTA
               ELSE
                   MOVE FEC-FECHA-1 TO FIN-AUX
               END-IF
           END-IF.
           IF ALTA-VALIDA
               MOVE "Numero maximo de ocurrencias (0 = sin limite):"
                   TO VAL-TEXTO
               MOVE 0 TO VAL-MINIMO
               MOVE 999 TO VAL-MAXIMO
               MOVE 0 TO VAL-DEFECTO
               CALL "VALSUB01" USING VAL-TEXTO VAL-MINIMO VAL-MAXIMO
                   VAL-DEFECTO VAL-INTENTOS VAL-RESULTADO VAL-ESTADO
               IF VAL-ESTADO NOT = 0
                   MOVE "N" TO SW-ALTA
               ELSE
                   MOVE VAL-RESULTADO TO MAXIMO-AUX
               END-IF
           END-IF.

       CAPTURAR-FESTIVO.
           DISPLAY "Si cae en sabado, domingo o festivo: S saltarla,"-
               " A adelantarla, R retrasarla (en blanco, S):".
           ACCEPT FESTIVO-AUX.
           INSPECT FESTIVO-AUX CONVERTING "sar" TO "SAR".
           IF FESTIVO-AUX = SPACE
               MOVE "S" TO FESTIVO-AUX
           END-IF.
           IF FESTIVO-AUX NOT = "S" AND FESTIVO-AUX NOT = "A"
               AND FESTIVO-AUX NOT = "R"
               DISPLAY "Respuesta no valida"
               MOVE "N" TO SW-ALTA
           END-IF.

       ANOTAR-SERIE.
           ADD 1 TO ULTIMO-NUMERO.
           ADD 1 TO TOTAL-SERIES.
           MOVE SPACES TO FILA-SERIE(TOTAL-SERIES).
           MOVE ULTIMO-NUMERO TO SER-NUMERO(TOTAL-SERIES).
           MOVE CLASE-SESION TO SER-CLASE(TOTAL-SERIES).
           MOVE "A" TO SER-ESTADO(TOTAL-SERIES).
           MOVE OPERADOR-AUX TO SER-OPERADOR(TOTAL-SERIES).
           MOVE AGENDA-AUX TO SER-AGENDA(TOTAL-SERIES).
           MOVE NOMBRE-AUX TO SER-NOMBRE(TOTAL-SERIES).
           IF SESION-DE-CITAS
               MOVE HORA-AUX TO SER-HORA(TOTAL-SERIES)
           END-IF.
           MOVE TEXTO-AUX TO SER-TEXTO(TOTAL-SERIES).
           MOVE FRECUENCIA-AUX TO SER-FRECUENCIA(TOTAL-SERIES).
           MOVE INTERVALO-AUX TO SER-INTERVALO(TOTAL-SERIES).
           MOVE DIAS-AUX TO SER-DIAS-SEMANA(TOTAL-SERIES).
           MOVE DIA-MES-AUX TO SER-DIA-MES(TOTAL-SERIES).
           MOVE INICIO-AUX TO SER-INICIO(TOTAL-SERIES).
           MOVE FIN-AUX TO SER-FIN(TOTAL-SERIES).
           MOVE MAXIMO-AUX TO SER-MAXIMO(TOTAL-SERIES).
           MOVE FESTIVO-AUX TO SER-FESTIVO(TOTAL-SERIES).
           MOVE 0 TO SER-HASTA(TOTAL-SERIES).
           MOVE 0 TO SER-GENERADAS(TOTAL-SERIES).
           MOVE 0 TO SER-FECHA-BAJA(TOTAL-SERIES).
           MOVE "S" TO SW-CAMBIOS.
           DISPLAY "Serie " ULTIMO-NUMERO " anotada; sus ocurrencias "-
               "se generan esta noche".

      * LA FECHA SE VALIDA DE VERDAD CON FECHASUB; TRES INTENTOS Y
      * SE DESISTE DEL ALTA
       PEDIR-FECHA-VALIDA.
           MOVE 8 TO FEC-ESTADO.
           MOVE 0 TO INTENTOS-FECHA.
           PERFORM UNTIL FEC-ESTADO = 0 OR INTENTOS-FECHA >= 3
               DISPLAY "Fecha de inicio de la serie (AAAAMMDD):"
               ACCEPT FECHA-AUX
               MOVE "V" TO FEC-OPERACION
               MOVE FECHA-AUX TO FEC-FECHA-1
               CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                   FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                   FEC-ESTADO
               IF FEC-ESTADO NOT = 0
                   DISPLAY "Fecha no valida"
                   ADD 1 TO INTENTOS-FECHA
               END-IF
           END-PERFORM.

       VALIDAR-CONTACTO.
           MOVE "N" TO SW-CONTACTO.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe agenda guardada (CONTACTOS)"
           ELSE
               MOVE AGENDA-AUX TO AGENDA-NOMBRE-REG
               MOVE NOMBRE-AUX TO NOMBRE-REG
               READ CONTACTOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-CONTACTO
               END-READ
               CLOSE CONTACTOS-FILE
           END-IF.

      * SE ANULAN LAS ACTIVAS Y LAS TERMINADAS (UNA SERIE QUE YA
      * GENERO TODAS SUS OCURRENCIAS PUEDE TENER AUN ALGUNA FUTURA)
       ANULAR-SERIE.
           DISPLAY "Numero de la serie a anular (ver L):".
           MOVE SPACES TO NUMERO-TEXTO.
           ACCEPT NUMERO-TEXTO.
           MOVE 0 TO FILA-HALLADA.
           IF NUMERO-TEXTO IS NUMERIC
               MOVE NUMERO-TEXTO TO NUMERO-AUX
               PERFORM VARYING IDX-SER FROM 1 BY 1
                       UNTIL IDX-SER > TOTAL-SERIES
                   IF SER-NUMERO(IDX-SER) = NUMERO-AUX
                       AND SER-CLASE(IDX-SER) = CLASE-SESION
                       AND NOT SER-ANULADA(IDX-SER)
                       MOVE IDX-SER TO FILA-HALLADA
                   END-IF
               END-PERFORM
           END-IF.
           IF FILA-HALLADA = 0
               DISPLAY "No hay ninguna serie viva con ese numero"
           ELSE
               DISPLAY "Se anula la serie " NUMERO-AUX " ("
                   SER-TEXTO(FILA-HALLADA) ") y se quitan sus "-
                   "ocurrencias de manana en adelante. Seguro (S/N)?"
               ACCEPT RESPUESTA
               IF RESPUESTA = "S" OR RESPUESTA = "s"
                   MOVE "B" TO SER-ESTADO(FILA-HALLADA)
                   MOVE FECHA-HOY TO SER-FECHA-BAJA(FILA-HALLADA)
                   MOVE "S" TO SW-CAMBIOS
                   PERFORM GRABAR-SERIES
                   MOVE "N" TO SW-CAMBIOS
                   MOVE SER-NUMERO(FILA-HALLADA) TO LIN-SERIE
                   PERFORM QUITAR-OCURRENCIAS
                   DISPLAY "Serie anulada; ocurrencias quitadas: "
                       OCURRENCIAS-QUITADAS
               END-IF
           END-IF.

      * CITAS O TAREAS SE COPIA A SERTMP SIN LAS OCURRENCIAS DE LA
      * SERIE POSTERIORES A HOY, Y VUELVE SI SE HA QUITADO ALGUNA
       QUITAR-OCURRENCIAS.
           MOVE 0 TO OCURRENCIAS-QUITADAS.
           IF SESION-DE-CITAS
               PERFORM QUITAR-OCURRENCIAS-CITAS
           ELSE
               PERFORM QUITAR-OCURRENCIAS-TAREAS
           END-IF.

       QUITAR-OCURRENCIAS-CITAS.
           OPEN INPUT CITAS-FILE.
           IF FS-CITAS = "00"
               OPEN OUTPUT SERTMP-FILE
               PERFORM UNTIL FS-CITAS = "10"
                   READ CITAS-FILE
                       AT END
                           MOVE "10" TO FS-CITAS
                       NOT AT END
                           PERFORM TRATAR-CITA
                   END-READ
               END-PERFORM
               CLOSE CITAS-FILE
               CLOSE SERTMP-FILE
               IF OCURRENCIAS-QUITADAS > 0
                   OPEN INPUT SERTMP-FILE
                   OPEN OUTPUT CITAS-FILE
                   PERFORM UNTIL FS-SERTMP = "10"
                       READ SERTMP-FILE
                           AT END
                               MOVE "10" TO FS-SERTMP
                           NOT AT END
                               MOVE LINEA-SERTMP TO LINEA-CITA
                               WRITE LINEA-CITA
                       END-READ
                   END-PERFORM
                   CLOSE SERTMP-FILE
                   CLOSE CITAS-FILE
               END-IF
           END-IF.

       TRATAR-CITA.
           MOVE SPACES TO LIN-FECHA LIN-HORA LIN-OPERADOR LIN-AGENDA
               LIN-NOMBRE LIN-TEXTO NUMERO-TEXTO.
           UNSTRING LINEA-CITA DELIMITED BY ";"
               INTO LIN-FECHA LIN-HORA LIN-OPERADOR LIN-AGENDA
                   LIN-NOMBRE LIN-TEXTO NUMERO-TEXTO.
           IF NUMERO-TEXTO = LIN-SERIE AND LIN-FECHA IS NUMERIC
               AND LIN-FECHA > FECHA-HOY
               ADD 1 TO OCURRENCIAS-QUITADAS
           ELSE
               MOVE LINEA-CITA TO LINEA-SERTMP
               WRITE LINEA-SERTMP
           END-IF.

       QUITAR-OCURRENCIAS-TAREAS.
           OPEN INPUT TAREAS-FILE.
           IF FS-TAREAS = "00"
               OPEN OUTPUT SERTMP-FILE
               PERFORM UNTIL FS-TAREAS = "10"
                   READ TAREAS-FILE
                       AT END
                           MOVE "10" TO FS-TAREAS
                       NOT AT END
                           PERFORM TRATAR-TAREA
                   END-READ
               END-PERFORM
               CLOSE TAREAS-FILE
               CLOSE SERTMP-FILE
               IF OCURRENCIAS-QUITADAS > 0
                   OPEN INPUT SERTMP-FILE
                   OPEN OUTPUT TAREAS-FILE
                   PERFORM UNTIL FS-SERTMP = "10"
                       READ SERTMP-FILE
                           AT END
                               MOVE "10" TO FS-SERTMP
                           NOT AT END
                               MOVE LINEA-SERTMP TO LINEA-TAREA
                               WRITE LINEA-TAREA
                       END-READ
                   END-PERFORM
                   CLOSE SERTMP-FILE
                   CLOSE TAREAS-FILE
               END-IF
           END-IF.

      * LAS TAREAS YA HECHAS SE DEJAN, AUNQUE SEAN DE FECHA FUTURA
       TRATAR-TAREA.
           MOVE SPACES TO LIN-AGENDA LIN-NOMBRE LIN-FECHA LIN-OPERADOR
               LIN-HECHA LIN-TEXTO NUMERO-TEXTO.
           UNSTRING LINEA-TAREA DELIMITED BY ";"
               INTO LIN-AGENDA LIN-NOMBRE LIN-FECHA LIN-OPERADOR
                   LIN-HECHA LIN-TEXTO NUMERO-TEXTO.
           IF NUMERO-TEXTO = LIN-SERIE AND LIN-FECHA IS NUMERIC
               AND LIN-FECHA > FECHA-HOY AND LIN-HECHA NOT = "S"
               ADD 1 TO OCURRENCIAS-QUITADAS
           ELSE
               MOVE LINEA-TAREA TO LINEA-SERTMP
               WRITE LINEA-SERTMP
           END-IF.

       GRABAR-SERIES.
           OPEN OUTPUT SERIES-FILE.
           PERFORM VARYING IDX-SER FROM 1 BY 1
                   UNTIL IDX-SER > TOTAL-SERIES
               WRITE LINEA-SERIE FROM FILA-SERIE(IDX-SER)
           END-PERFORM.
           CLOSE SERIES-FILE.

       END PROGRAM MANTENER-SERIES.
