     /*
      * Subrutina compartida de rellamadas automaticas, hermana de
      * CONSUB01/REBSUB01: la agenda RETO-03 la invoca justo despues
      * de anotar una llamada en LLAMADAS y ella deja programado en
      * TAREAS el "volver a llamar" que antes habia que teclear a
      * mano en MANTENER-TAREAS. Se apoya en:
      *   - RELLAMAR: las reglas, una linea por resultado,
      *     RESULTADO;DIAS-HASTA-REINTENTO;MAXIMO-INTENTOS
      *     (p.ej. NOCOGE;1;5). Un resultado sin regla (CONTESTA, o
      *     cualquiera que no se quiera perseguir) no programa nada.
      *   - LLAMADAS: los intentos se cuentan sobre el propio
      *     registro, como la racha de llamadas seguidas al contacto
      *     con resultado sujeto a regla; cualquier otra llamada
      *     (tipicamente la que contesta) pone la cuenta a cero.
      *   - FESTIVOS: la fecha del reintento (hoy mas los dias de la
      *     regla) se corre al siguiente dia laborable, saltando
      *     sabados, domingos y festivos del calendario.
      * La rellamada pendiente anterior del contacto se da por hecha
      * al anotar la nueva llamada, de modo que nunca hay mas de una
      * viva por contacto. Al llegar al maximo de intentos ya no se
      * programa ninguna: la subrutina devuelve el estado que hace
      * que la agenda registre la excepcion de contacto inalcanzable.
      * Reglas y festivos se cargan una sola vez por run unit, como
      * el catalogo de MSGSUB01; sin RELLAMAR no se programa nada.
      */

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RLLSUB01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELLAMAR-FILE ASSIGN TO "RELLAMAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RELLAMAR.
           SELECT FESTIVOS-FILE ASSIGN TO "FESTIVOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FESTIVOS.
           SELECT LLAMADAS-FILE ASSIGN TO "LLAMADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLAMADAS.
           SELECT TAREAS-FILE ASSIGN TO "TAREAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAREAS.
       DATA DIVISION.
       FILE SECTION.
       FD  RELLAMAR-FILE.
       01  LINEA-RELLAMAR PIC X(40).

       FD  FESTIVOS-FILE.
       01  LINEA-FESTIVO PIC X(20).

       FD  LLAMADAS-FILE.
       01  LINEA-LLAMADA PIC X(120).

       FD  TAREAS-FILE.
       01  LINEA-TAREA PIC X(120).

       WORKING-STORAGE SECTION.
           77 FS-RELLAMAR PIC XX.
           77 FS-FESTIVOS PIC XX.
           77 FS-LLAMADAS PIC XX.
           77 FS-TAREAS PIC XX.
           77 SW-CARGADO PIC X VALUE "N".
               88 CATALOGO-CARGADO VALUE "S".

      * Reglas de rellamada por resultado, en mayusculas.
           01 TABLA-REGLAS.
               05 FILA-REGLA OCCURS 30 TIMES.
                   10 REG-RESULTADO PIC X(8).
                   10 REG-DIAS PIC 9(3).
                   10 REG-MAXIMO PIC 9(3).
           77 TOTAL-REGLAS PIC 9(2) VALUE 0.
           77 IDX-REG PIC 9(2).
           77 REGLA-HALLADA PIC 9(2).

      * Troceado de la linea de reglas.
           77 LEI-RESULTADO PIC X(8).
           77 LEI-DIAS PIC X(3).
           77 LEI-MAXIMO PIC X(3).
           77 NUM-TEXTO PIC X(3).
           77 NUM-LARGO PIC 9.
           77 NUM-VALOR PIC 9(3).
           77 SW-NUMERO PIC X.
               88 NUMERO-VALIDO VALUE "S".
           77 REGLA-DIAS PIC 9(3).
           77 REGLA-MAXIMO PIC 9(3).
           77 SW-REGLA PIC X.
               88 REGLA-VALIDA VALUE "S".

           01 TABLA-FESTIVOS.
               05 FESTIVO PIC 9(8) OCCURS 100 TIMES.
           77 TOTAL-FESTIVOS PIC 9(3) VALUE 0.
           77 IDX-FES PIC 9(3).
           77 SW-FESTIVO PIC X.
               88 CAE-EN-FESTIVO VALUE "S".

      * Troceado de la linea de llamada.
           77 LLA-FECHA PIC X(8).
           77 LLA-HORA PIC X(8).
           77 LLA-AGENDA PIC X(15).
           77 LLA-NOMBRE PIC X(30).
           77 LLA-OPERADOR PIC X(8).
           77 LLA-RESULTADO PIC X(8).
           77 RESULTADO-MAYUS PIC X(8).
           77 INTENTOS-SEGUIDOS PIC 9(3).

      * Copia en memoria del fichero de tareas, con el mismo formato
      * AGENDA;NOMBRE;FECHA;OPERADOR;HECHA;DESCRIPCION (y la SERIE
      * de las que genera GENERA-SERIES) que cuida MANTENER-TAREAS.
      * Si no cabe entero no se reescribe: la
      * rellamada nueva se anade al final y la anterior queda viva.
           01 TABLA-TAREAS.
               05 FILA-TAREA OCCURS 500 TIMES.
                   10 TAR-AGENDA PIC X(15).
                   10 TAR-NOMBRE PIC X(30).
                   10 TAR-FECHA PIC X(8).
                   10 TAR-OPERADOR PIC X(8).
                   10 TAR-HECHA PIC X.
                   10 TAR-DESCRIPCION PIC X(40).
                   10 TAR-SERIE PIC X(6).
           77 TOTAL-TAREAS PIC 9(3) VALUE 0.
           77 IDX-TAR PIC 9(3).
           77 SW-DESBORDE PIC X.
               88 TAREAS-DESBORDADAS VALUE "S".
      * Las rellamadas que programa esta subrutina se reconocen por
      * el principio de la descripcion.
           77 MARCA-RELLAMADA PIC X(15) VALUE "RELLAMADA AUTO:".
           77 DESCRIPCION-NUEVA PIC X(40).
           77 INTENTO-TEXTO PIC ZZ9.
           77 MAXIMO-TEXTO PIC ZZ9.

      * Parametros de la subrutina compartida de fechas FECHASUB.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

           77 FECHA-HOY PIC 9(8).
           77 FECHA-REINTENTO PIC 9(8).
           77 DIAS-CORRIDOS PIC 9(2).

       LINKAGE SECTION.
           77 T-AGENDA PIC X(15).
           77 T-NOMBRE PIC X(30).
           77 T-RESULTADO PIC X(8).
      *OPERADOR QUE ANOTO LA LLAMADA: QUEDA COMO RESPONSABLE
           77 T-OPERADOR PIC X(8).
      *DEVUELTOS: FECHA DEL REINTENTO PROGRAMADO (0 SI NO HAY),
      *INTENTOS SEGUIDOS SIN CONTACTO Y MAXIMO DE LA REGLA
           77 T-FECHA PIC 9(8).
           77 T-INTENTOS PIC 9(3).
           77 T-MAXIMO PIC 9(3).
      *0 = RESULTADO SIN REGLA, NADA PROGRAMADO; 1 = REINTENTO
      *PROGRAMADO EN TAREAS; 2 = MAXIMO ALCANZADO CON ESTA LLAMADA,
      *CONTACTO INALCANZABLE; 3 = YA ESTABA POR ENCIMA DEL MAXIMO
           77 T-ESTADO PIC 9.

       PROCEDURE DIVISION USING T-AGENDA T-NOMBRE T-RESULTADO
               T-OPERADOR T-FECHA T-INTENTOS T-MAXIMO T-ESTADO.

       PROGRAMAR-RELLAMADA.
           IF NOT CATALOGO-CARGADO
               PERFORM CARGAR-REGLAS
               PERFORM CARGAR-FESTIVOS
               SET CATALOGO-CARGADO TO TRUE
           END-IF.
           MOVE 0 TO T-ESTADO.
           MOVE 0 TO T-FECHA.
           MOVE 0 TO T-INTENTOS.
           MOVE 0 TO T-MAXIMO.
           MOVE FUNCTION UPPER-CASE(T-RESULTADO) TO RESULTADO-MAYUS.
           PERFORM BUSCAR-REGLA.
           IF REGLA-HALLADA > 0
               MOVE REG-MAXIMO(REGLA-HALLADA) TO T-MAXIMO
               PERFORM CONTAR-INTENTOS
               MOVE INTENTOS-SEGUIDOS TO T-INTENTOS
               IF INTENTOS-SEGUIDOS < REG-MAXIMO(REGLA-HALLADA)
                   PERFORM CALCULAR-REINTENTO
                   MOVE FECHA-REINTENTO TO T-FECHA
                   MOVE 1 TO T-ESTADO
               ELSE
                   IF INTENTOS-SEGUIDOS = REG-MAXIMO(REGLA-HALLADA)
                       MOVE 2 TO T-ESTADO
                   ELSE
                       MOVE 3 TO T-ESTADO
                   END-IF
               END-IF
           END-IF.
           PERFORM ACTUALIZAR-TAREAS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       BUSCAR-REGLA.
           MOVE 0 TO REGLA-HALLADA.
           PERFORM VARYING IDX-REG FROM 1 BY 1
                   UNTIL IDX-REG > TOTAL-REGLAS OR REGLA-HALLADA > 0
               IF REG-RESULTADO(IDX-REG) = RESULTADO-MAYUS
                   MOVE IDX-REG TO REGLA-HALLADA
               END-IF
           END-PERFORM.

      * RACHA DE LLAMADAS SEGUIDAS AL CONTACTO CON RESULTADO SUJETO
      * A REGLA, HASTA LA RECIEN ANOTADA INCLUSIVE
       CONTAR-INTENTOS.
           MOVE 0 TO INTENTOS-SEGUIDOS.
           OPEN INPUT LLAMADAS-FILE.
           IF FS-LLAMADAS = "00"
               PERFORM UNTIL FS-LLAMADAS = "10"
                   READ LLAMADAS-FILE
                       AT END
                           MOVE "10" TO FS-LLAMADAS
                       NOT AT END
                           PERFORM CONTAR-LLAMADA
                   END-READ
               END-PERFORM
               CLOSE LLAMADAS-FILE
           END-IF.
      * Sin registro legible la llamada recien anotada es la primera.
           IF INTENTOS-SEGUIDOS = 0
               MOVE 1 TO INTENTOS-SEGUIDOS
           END-IF.
      * La regla de la llamada en curso es la que manda al volver.
           MOVE FUNCTION UPPER-CASE(T-RESULTADO) TO RESULTADO-MAYUS.
           PERFORM BUSCAR-REGLA.

       CONTAR-LLAMADA.
           MOVE SPACES TO LLA-AGENDA.
           MOVE SPACES TO LLA-NOMBRE.
           MOVE SPACES TO LLA-RESULTADO.
           UNSTRING LINEA-LLAMADA DELIMITED BY ";"
               INTO LLA-FECHA LLA-HORA LLA-AGENDA LLA-NOMBRE
                   LLA-OPERADOR LLA-RESULTADO.
           IF LLA-AGENDA = T-AGENDA AND LLA-NOMBRE = T-NOMBRE
               MOVE FUNCTION UPPER-CASE(LLA-RESULTADO) TO
                   RESULTADO-MAYUS
               PERFORM BUSCAR-REGLA
               IF REGLA-HALLADA > 0
                   ADD 1 TO INTENTOS-SEGUIDOS
               ELSE
                   MOVE 0 TO INTENTOS-SEGUIDOS
               END-IF
           END-IF.

      * HOY MAS LOS DIAS DE LA REGLA, CORRIDO AL SIGUIENTE LABORABLE
      * (COMO MUCHO UN MES DE CORRIMIENTO, POR SI EL CALENDARIO
      * VINIERA MAL)
       CALCULAR-REINTENTO.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           MOVE "S" TO FEC-OPERACION.
           MOVE FECHA-HOY TO FEC-FECHA-1.
           MOVE REG-DIAS(REGLA-HALLADA) TO FEC-DIAS.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.
           MOVE FEC-RESULTADO TO FECHA-REINTENTO.
           MOVE 0 TO DIAS-CORRIDOS.
           PERFORM COMPROBAR-LABORABLE.
           PERFORM UNTIL NOT CAE-EN-FESTIVO OR DIAS-CORRIDOS > 30
               MOVE "S" TO FEC-OPERACION
               MOVE FECHA-REINTENTO TO FEC-FECHA-1
               MOVE 1 TO FEC-DIAS
               CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
                   FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
                   FEC-ESTADO
               MOVE FEC-RESULTADO TO FECHA-REINTENTO
               ADD 1 TO DIAS-CORRIDOS
               PERFORM COMPROBAR-LABORABLE
           END-PERFORM.

      * SABADO, DOMINGO O FECHA DEL CALENDARIO DE FESTIVOS
       COMPROBAR-LABORABLE.
           MOVE "N" TO SW-FESTIVO.
           MOVE "D" TO FEC-OPERACION.
           MOVE FECHA-REINTENTO TO FEC-FECHA-1.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.
           IF FEC-ESTADO = 0 AND FEC-DIAS > 5
               MOVE "S" TO SW-FESTIVO
           END-IF.
           PERFORM VARYING IDX-FES FROM 1 BY 1
                   UNTIL IDX-FES > TOTAL-FESTIVOS OR CAE-EN-FESTIVO
               IF FESTIVO(IDX-FES) = FECHA-REINTENTO
                   MOVE "S" TO SW-FESTIVO
               END-IF
           END-PERFORM.

      * DA POR HECHA LA RELLAMADA PENDIENTE DEL CONTACTO Y, SI TOCA,
      * ANADE LA NUEVA; EL FICHERO SE REESCRIBE ENTERO, COMO AL
      * SALIR DE MANTENER-TAREAS
       ACTUALIZAR-TAREAS.
           PERFORM CARGAR-TAREAS.
           IF TAREAS-DESBORDADAS
               IF T-ESTADO = 1
                   OPEN EXTEND TAREAS-FILE
                   PERFORM FORMAR-RELLAMADA
                   MOVE TOTAL-TAREAS TO IDX-TAR
                   PERFORM ESCRIBIR-TAREA
                   CLOSE TAREAS-FILE
               END-IF
           ELSE
               PERFORM VARYING IDX-TAR FROM 1 BY 1
                       UNTIL IDX-TAR > TOTAL-TAREAS
                   IF TAR-AGENDA(IDX-TAR) = T-AGENDA
                       AND TAR-NOMBRE(IDX-TAR) = T-NOMBRE
                       AND TAR-HECHA(IDX-TAR) = "N"
                       AND TAR-DESCRIPCION(IDX-TAR)(1:15) =
                           MARCA-RELLAMADA
                       MOVE "S" TO TAR-HECHA(IDX-TAR)
                   END-IF
               END-PERFORM
               IF T-ESTADO = 1
                   PERFORM FORMAR-RELLAMADA
               END-IF
               OPEN OUTPUT TAREAS-FILE
               PERFORM VARYING IDX-TAR FROM 1 BY 1
                       UNTIL IDX-TAR > TOTAL-TAREAS
                   PERFORM ESCRIBIR-TAREA
               END-PERFORM
               CLOSE TAREAS-FILE
           END-IF.

       CARGAR-TAREAS.
           MOVE 0 TO TOTAL-TAREAS.
           MOVE "N" TO SW-DESBORDE.
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

      * SE DEJA SIEMPRE UN HUECO LIBRE PARA LA RELLAMADA NUEVA
       CARGAR-TAREA-LINEA.
           IF TOTAL-TAREAS < 499
               ADD 1 TO TOTAL-TAREAS
               MOVE SPACES TO FILA-TAREA(TOTAL-TAREAS)
               UNSTRING LINEA-TAREA DELIMITED BY ";"
                   INTO TAR-AGENDA(TOTAL-TAREAS)
                       TAR-NOMBRE(TOTAL-TAREAS)
                       TAR-FECHA(TOTAL-TAREAS)
                       TAR-OPERADOR(TOTAL-TAREAS)
                       TAR-HECHA(TOTAL-TAREAS)
                       TAR-DESCRIPCION(TOTAL-TAREAS)
                       TAR-SERIE(TOTAL-TAREAS)
           ELSE
               MOVE "S" TO SW-DESBORDE
           END-IF.

       FORMAR-RELLAMADA.
           MOVE T-INTENTOS TO INTENTO-TEXTO.
           MOVE T-MAXIMO TO MAXIMO-TEXTO.
           MOVE SPACES TO DESCRIPCION-NUEVA.
           STRING MARCA-RELLAMADA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RESULTADO-MAYUS DELIMITED BY SPACE
               " INTENTO " DELIMITED BY SIZE
               FUNCTION TRIM(INTENTO-TEXTO) DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               FUNCTION TRIM(MAXIMO-TEXTO) DELIMITED BY SIZE
               INTO DESCRIPCION-NUEVA.
           ADD 1 TO TOTAL-TAREAS.
           MOVE T-AGENDA TO TAR-AGENDA(TOTAL-TAREAS).
           MOVE T-NOMBRE TO TAR-NOMBRE(TOTAL-TAREAS).
           MOVE FECHA-REINTENTO TO TAR-FECHA(TOTAL-TAREAS).
           MOVE T-OPERADOR TO TAR-OPERADOR(TOTAL-TAREAS).
           MOVE "N" TO TAR-HECHA(TOTAL-TAREAS).
           MOVE DESCRIPCION-NUEVA TO TAR-DESCRIPCION(TOTAL-TAREAS).
           MOVE SPACES TO TAR-SERIE(TOTAL-TAREAS).

       ESCRIBIR-TAREA.
           MOVE SPACES TO LINEA-TAREA.
           STRING TAR-AGENDA(IDX-TAR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TAR-NOMBRE(IDX-TAR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TAR-FECHA(IDX-TAR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TAR-OPERADOR(IDX-TAR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TAR-HECHA(IDX-TAR) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TAR-DESCRIPCION(IDX-TAR) DELIMITED BY SIZE
               INTO LINEA-TAREA.
           IF TAR-SERIE(IDX-TAR) NOT = SPACES
               STRING ";" TAR-SERIE(IDX-TAR) DELIMITED BY SIZE
                   INTO LINEA-TAREA(108:7)
           END-IF.
           WRITE LINEA-TAREA.

       CARGAR-REGLAS.
           OPEN INPUT RELLAMAR-FILE.
           IF FS-RELLAMAR = "00"
               PERFORM UNTIL FS-RELLAMAR = "10"
                   READ RELLAMAR-FILE
                       AT END
                           MOVE "10" TO FS-RELLAMAR
                       NOT AT END
                           PERFORM CARGAR-REGLA-LINEA
                   END-READ
               END-PERFORM
               CLOSE RELLAMAR-FILE
           END-IF.

      * LINEAS CON DIAS O MAXIMO NO NUMERICOS SE IGNORAN
       CARGAR-REGLA-LINEA.
           MOVE SPACES TO LEI-RESULTADO.
           MOVE SPACES TO LEI-DIAS.
           MOVE SPACES TO LEI-MAXIMO.
           UNSTRING LINEA-RELLAMAR DELIMITED BY ";"
               INTO LEI-RESULTADO LEI-DIAS LEI-MAXIMO.
           MOVE "N" TO SW-REGLA.
           IF TOTAL-REGLAS < 30 AND LEI-RESULTADO NOT = SPACES
               MOVE LEI-DIAS TO NUM-TEXTO
               PERFORM CONVERTIR-NUMERO
               MOVE NUM-VALOR TO REGLA-DIAS
               IF NUMERO-VALIDO
                   MOVE LEI-MAXIMO TO NUM-TEXTO
                   PERFORM CONVERTIR-NUMERO
                   MOVE NUM-VALOR TO REGLA-MAXIMO
                   IF NUMERO-VALIDO AND REGLA-MAXIMO > 0
                       MOVE "S" TO SW-REGLA
                   END-IF
               END-IF
           END-IF.
           IF REGLA-VALIDA
               ADD 1 TO TOTAL-REGLAS
               MOVE FUNCTION UPPER-CASE(LEI-RESULTADO) TO
                   REG-RESULTADO(TOTAL-REGLAS)
               MOVE REGLA-DIAS TO REG-DIAS(TOTAL-REGLAS)
               MOVE REGLA-MAXIMO TO REG-MAXIMO(TOTAL-REGLAS)
           END-IF.

      * CIFRAS A LA IZQUIERDA (COMO LAS DEJA UNSTRING) A NUMERO
       CONVERTIR-NUMERO.
           MOVE "N" TO SW-NUMERO.
           MOVE 0 TO NUM-VALOR.
           MOVE 0 TO NUM-LARGO.
           INSPECT NUM-TEXTO TALLYING NUM-LARGO
               FOR CHARACTERS BEFORE INITIAL " ".
           IF NUM-LARGO > 0 AND NUM-LARGO < 4
               AND NUM-TEXTO(1:NUM-LARGO) IS NUMERIC
               MOVE NUM-TEXTO(1:NUM-LARGO) TO NUM-VALOR
               MOVE "S" TO SW-NUMERO
           END-IF.

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

       END PROGRAM RLLSUB01.
