     /*
      * BAJA DE UN OPERADOR Y TRASPASO DE LO QUE TIENE A SU NOMBRE.
      * No es la solucion de ningun reto: cuando alguien se va, sus
      * tareas, citas, accesos, preferencias, informes de la cola y
      * excepciones graves se quedaban a su codigo para siempre y
      * nadie las veia. Esta utilidad de lote recibe por SYSIN
      *   linea 1: codigo del operador que se va
      *   linea 2: a quien pasa lo suyo: un codigo de operador, o la
      *            regla SUPERVISOR (el primer operador de nivel 2
      *            activo, como en ENVEJECE-TAREAS) o ROTACION (por
      *            turno entre los operadores activos de su mismo
      *            nivel). En blanco, SUPERVISOR.
      * y, con el sucesor elegido:
      *   - pasa al sucesor las tareas de TAREAS sin hacer (HECHA
      *     distinta de S); las hechas se quedan con su responsable
      *   - pasa al sucesor las citas de CITAS de hoy en adelante;
      *     con ROTACION se salta al siguiente del turno si el
      *     elegido ya tiene cita a esa fecha y hora, y si no queda
      *     ninguno libre la cita se pasa igual y se avisa
      *   - retira sus lineas de ACCESOS y su linea de PREFOPER
      *   - pasa al sucesor los informes de la cola COLAIMP que le
      *     iban destinados y no se han impreso (pendientes o
      *     retenidos)
      *   - lista sus excepciones graves todavia sin reconocer en
      *     RECONOC, para que el sucesor las trate con REVISAR-GRAVES
      *   - marca su linea de OPERADORES con el quinto campo ESTADO
      *     = B (la linea no se borra: su nombre sigue saliendo en
      *     los informes de lo que hizo) y da de baja su clave con
      *     CLVSUB01, de modo que ya no firma en ningun sitio
      * Cada cambio deja una linea en SEGURIDAD via SEGSUB01 a
      * nombre del operador que se va, y todo lo traspasado sale en
      * el informe de relevo BAJAINF, que queda en la cola central
      * de impresion. Volver a lanzarla para un operador ya de baja
      * solo recoge lo que se le haya quedado colgado despues. El
      * ultimo supervisor activo (nivel 2) no se da de baja, como en
      * MANTENER-OPERADORES: se deja la excepcion y se acaba con 8.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAJA-OPERADOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT TAREAS-FILE ASSIGN TO "TAREAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TAREAS.
           SELECT CITAS-FILE ASSIGN TO "CITAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CITAS.
           SELECT ACCESOS-FILE ASSIGN TO "ACCESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCESOS.
           SELECT PREFOPER-FILE ASSIGN TO "PREFOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PREFOPER.
           SELECT COLAIMP-FILE ASSIGN TO "COLAIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COLAIMP.
           SELECT RECONOC-FILE ASSIGN TO "RECONOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECONOC.
      * Fichero de trabajo por el que pasa cada fichero que se
      * rehace, como la cola en LIBERAR-COLA.
           SELECT BAJATMP-FILE ASSIGN TO "BAJATMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BAJATMP.
           SELECT BAJAINF-FILE ASSIGN TO "BAJAINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BAJAINF.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES-FILE.
      * CODIGO;NOMBRE;NIVEL;IDIOMA;ESTADO (ESTADO B = de baja).
           01 LINEA-OPERADOR PIC X(50).

       FD TAREAS-FILE.
      * AGENDA;NOMBRE;FECHA;OPERADOR;HECHA;DESCRIPCION.
           01 LINEA-TAREA PIC X(120).

       FD CITAS-FILE.
      * FECHA;HORA;OPERADOR;AGENDA;NOMBRE;MOTIVO.
           01 LINEA-CITA PIC X(110).

       FD ACCESOS-FILE.
      * OPERADOR;AGENDA.
           01 LINEA-ACCESO PIC X(30).

       FD PREFOPER-FILE.
      * OPERADOR;AGENDA;IDIOMA;FAV1;FAV2;FAV3;FAV4;FAV5.
           01 LINEA-PREFOPER PIC X(50).

       FD COLAIMP-FILE.
           01 LINEA-COLAIMP PIC X(140).

       FD RECONOC-FILE.
      * FECHAEXC;HORAEXC;TIPO;DETALLE;FECHARECO;OPERADOR;NOTA.
           01 LINEA-RECONOC PIC X(140).

       FD BAJATMP-FILE.
           01 LINEA-BAJATMP PIC X(140).

       FD BAJAINF-FILE.
           01 LINEA-BAJAINF PIC X(132).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-OPERADORES PIC XX.
           77 FS-TAREAS PIC XX.
           77 FS-CITAS PIC XX.
           77 FS-ACCESOS PIC XX.
           77 FS-PREFOPER PIC XX.
           77 FS-COLAIMP PIC XX.
           77 FS-RECONOC PIC XX.
           77 FS-BAJATMP PIC XX.
           77 FS-BAJAINF PIC XX.
           77 FS-EXCEPCIONES PIC XX.

           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Tarjetas del SYSIN.
           77 OPERADOR-SALIENTE PIC X(8).
           77 SUCESOR-PEDIDO PIC X(10).
               88 REGLA-SUPERVISOR VALUE "SUPERVISOR" SPACES.
               88 REGLA-ROTACION VALUE "ROTACION".

      * Perfiles de OPERADORES.
           01 TABLA-OPERADORES.
               05 FILA-OPERADOR OCCURS 50 TIMES.
                   10 OPE-CODIGO PIC X(8).
                   10 OPE-NOMBRE PIC X(30).
                   10 OPE-NIVEL PIC X.
                   10 OPE-IDIOMA PIC XX.
                   10 OPE-ESTADO PIC X.
                       88 OPE-DE-BAJA VALUE "B".
           77 TOTAL-OPERADORES PIC 9(2) VALUE 0.
           77 IDX-OPE PIC 9(2).
           77 FILA-SALIENTE PIC 9(2) VALUE 0.
           77 SW-YA-BAJA PIC X VALUE "N".
               88 YA-DE-BAJA VALUE "S".
      * Supervisores activos que quedan sin contar al que se va.
           77 SUPERVISORES-ACTIVOS PIC 9(2) VALUE 0.

      * Sucesores posibles: uno solo con un codigo o con la regla
      * SUPERVISOR; todos los del turno con ROTACION.
           01 TABLA-SUCESORES.
               05 SUC-CODIGO PIC X(8) OCCURS 50 TIMES.
           77 TOTAL-SUCESORES PIC 9(2) VALUE 0.
           77 TURNO-SUCESOR PIC 9(2) VALUE 0.
           77 SUCESOR-ACTUAL PIC X(8).
           77 PRIMER-CANDIDATO PIC X(8).
           77 INTENTOS-SUCESOR PIC 9(2).
           77 TEXTO-REGLA PIC X(40).

      * Citas de hoy en adelante de los demas operadores (y las ya
      * traspasadas), para no doblar la agenda de un sucesor.
           01 TABLA-OCUPADAS.
               05 FILA-OCUPADA OCCURS 500 TIMES.
                   10 OCU-FECHA PIC 9(8).
                   10 OCU-HORA PIC X(4).
                   10 OCU-OPERADOR PIC X(8).
           77 TOTAL-OCUPADAS PIC 9(3) VALUE 0.
           77 IDX-OCU PIC 9(3).
           77 SW-OCUPADA PIC X.
               88 CITA-OCUPADA VALUE "S".

      * Reconocimientos de RECONOC y graves sin reconocer del
      * operador que se va.
           01 TABLA-RECONOCIDAS.
               05 FILA-RECONOCIDA OCCURS 200 TIMES.
                   10 RCO-FECHA PIC X(8).
                   10 RCO-HORA PIC X(8).
                   10 RCO-TIPO PIC X(15).
                   10 RCO-DETALLE PIC X(30).
           77 TOTAL-RECONOCIDAS PIC 9(3) VALUE 0.
           77 IDX-RCO PIC 9(3).
           77 SW-RCO PIC X.
               88 YA-RECONOCIDA VALUE "S".
           01 TABLA-GRAVES.
               05 GRA-LINEA PIC X(90) OCCURS 50 TIMES.
           77 TOTAL-GRAVES PIC 9(2) VALUE 0.
           77 IDX-GRA PIC 9(2).

      * Campos de la linea en curso de cada fichero.
           77 TAR-AGENDA PIC X(15).
           77 TAR-NOMBRE PIC X(30).
           77 TAR-FECHA PIC X(8).
           77 TAR-OPERADOR PIC X(8).
           77 TAR-HECHA PIC X.
           77 TAR-DESCRIPCION PIC X(40).
           77 CIT-FECHA PIC 9(8).
           77 CIT-HORA PIC X(4).
           77 CIT-OPERADOR PIC X(8).
           77 CIT-AGENDA PIC X(15).
           77 CIT-NOMBRE PIC X(30).
           77 ACC-OPERADOR PIC X(8).
           77 ACC-AGENDA PIC X(15).
           77 PRF-OPERADOR PIC X(8).
           77 PRF-AGENDA PIC X(15).
           77 COLA-RESTO PIC X(136).
           77 ENT-INFORME PIC X(8).
           77 ENT-OPERADOR PIC X(8).
           77 ENT-FECHA PIC X(8).
           77 ENT-HORA PIC X(8).
           77 ENT-PAGINAS PIC X(4).
           77 ENT-DESTINO PIC X(8).
           77 ENT-ESTADO PIC X.
           77 CAMPO-SEPTIMO PIC X(8).
           77 CAMPOS-CABECERA PIC 9(2).
           77 EXC-FECHA-LIN PIC X(8).
           77 EXC-HORA-LIN PIC X(8).
           77 EXC-TIPO-LIN PIC X(15).
           77 EXC-DETALLE-LIN PIC X(30).

      * Linea que se rehace y posicion del campo que se cambia: los
      * ficheros se graban con los campos a su ancho fijo, asi que
      * basta con pisar el campo en su sitio y el resto de la linea
      * queda tal cual.
           77 LINEA-TRABAJO PIC X(140).
           77 CAMPO-BUSCADO PIC 9(2).
           77 POS-CAMPO PIC 9(3).
           77 IDX-CAR PIC 9(3).
           77 SEPARADORES PIC 9(2).
           77 LONGITUD-LINEA PIC 9(3).
           77 SW-COPIAR PIC X.
               88 LINEA-RETIRADA VALUE "N".

      * Contadores del relevo.
           77 TAREAS-MOVIDAS PIC 9(5) VALUE 0.
           77 CITAS-MOVIDAS PIC 9(5) VALUE 0.
           77 CITAS-SOLAPADAS PIC 9(5) VALUE 0.
           77 ACCESOS-RETIRADOS PIC 9(5) VALUE 0.
           77 PREFERENCIAS-RETIRADAS PIC 9(5) VALUE 0.
           77 INFORMES-MOVIDOS PIC 9(5) VALUE 0.
           77 TOTAL-MOVIDOS PIC 9(5) VALUE 0.
           77 ANTES-DE-SECCION PIC 9(5).
           77 MARCA-SOLAPE PIC X(22).

      * Parametros de SEGSUB01 (una linea por cambio).
           77 SEG-EVENTO PIC X(10).
           77 SEG-PROGRAMA PIC X(8) VALUE "BAJOPE00".
           77 SEG-DETALLE PIC X(40).

      * Parametros de CLVSUB01 para dar de baja la clave.
           77 CLV-FUNCION PIC X.
           77 CLV-CLAVE PIC X(16) VALUE SPACES.
           77 CLV-RESULTADO PIC 9.

      * Dato de la excepcion en curso, como en los demas programas.
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01, a la que se entrega el informe BAJAINF.
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
           MOVE "BAJOPE" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           MOVE SPACES TO OPERADOR-SALIENTE.
           MOVE SPACES TO SUCESOR-PEDIDO.
           ACCEPT OPERADOR-SALIENTE.
           ACCEPT SUCESOR-PEDIDO.
           MOVE FUNCTION UPPER-CASE(SUCESOR-PEDIDO) TO SUCESOR-PEDIDO.
           PERFORM CARGAR-OPERADORES.
           PERFORM CARGAR-RECONOCIDAS.
           PERFORM RECOGER-GRAVES.
           OPEN EXTEND EXCEPCIONES-FILE.
           IF FS-EXCEPCIONES = "35"
               OPEN OUTPUT EXCEPCIONES-FILE
           END-IF.
           PERFORM COMPROBAR-SALIENTE.
           IF CODIGO-SALIDA NOT = 8
               PERFORM ELEGIR-SUCESORES
           END-IF.
           IF CODIGO-SALIDA NOT = 8
               PERFORM ESCRIBIR-CABECERA
               PERFORM REASIGNAR-TAREAS
               PERFORM REASIGNAR-CITAS
               PERFORM RETIRAR-ACCESOS
               PERFORM RETIRAR-PREFERENCIAS
               PERFORM TRASPASAR-COLA
               PERFORM LISTAR-GRAVES
               PERFORM DESACTIVAR-OPERADOR
               PERFORM ESCRIBIR-TOTALES
           END-IF.
           CLOSE EXCEPCIONES-FILE.
           COMPUTE TOTAL-MOVIDOS = TAREAS-MOVIDAS + CITAS-MOVIDAS
               + INFORMES-MOVIDOS.
           MOVE "BAJOPE" TO RES-PROGRAMA.
           COMPUTE RES-ENTRADAS = TOTAL-MOVIDOS + ACCESOS-RETIRADOS
               + PREFERENCIAS-RETIRADAS + TOTAL-GRAVES.
           MOVE TOTAL-MOVIDOS TO RES-SALIDAS.
           MOVE CITAS-SOLAPADAS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

       CARGAR-OPERADORES.
           OPEN INPUT OPERADORES-FILE.
           IF FS-OPERADORES = "00"
               PERFORM UNTIL FS-OPERADORES = "10"
                   READ OPERADORES-FILE
                       AT END
                           MOVE "10" TO FS-OPERADORES
                       NOT AT END
                           IF LINEA-OPERADOR NOT = SPACES
                               AND TOTAL-OPERADORES < 50
                               ADD 1 TO TOTAL-OPERADORES
                               MOVE SPACES TO
                                   FILA-OPERADOR(TOTAL-OPERADORES)
                               UNSTRING LINEA-OPERADOR
                                   DELIMITED BY ";"
                                   INTO OPE-CODIGO(TOTAL-OPERADORES)
                                       OPE-NOMBRE(TOTAL-OPERADORES)
                                       OPE-NIVEL(TOTAL-OPERADORES)
                                       OPE-IDIOMA(TOTAL-OPERADORES)
                                       OPE-ESTADO(TOTAL-OPERADORES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.

      * EL QUE SE VA TIENE QUE ESTAR EN OPERADORES; SI YA ESTA DE
      * BAJA SE SIGUE, PARA RECOGER LO QUE SE LE HAYA QUEDADO. SI ES
      * EL ULTIMO SUPERVISOR ACTIVO NO SE LE DA DE BAJA
       COMPROBAR-SALIENTE.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               IF OPE-CODIGO(IDX-OPE) = OPERADOR-SALIENTE
                   AND OPERADOR-SALIENTE NOT = SPACES
                   MOVE IDX-OPE TO FILA-SALIENTE
               END-IF
           END-PERFORM.
           IF FILA-SALIENTE = 0
               DISPLAY "El operador " OPERADOR-SALIENTE
                   " no esta en OPERADORES"
               MOVE "OPERADOR-NO-EXI" TO EXC-TIPO
               MOVE "A" TO EXC-GRAVEDAD
               MOVE OPERADOR-SALIENTE TO EXC-DETALLE
               PERFORM REGISTRAR-EXCEPCION
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               IF OPE-DE-BAJA(FILA-SALIENTE)
                   MOVE "S" TO SW-YA-BAJA
               ELSE
                   PERFORM CONTAR-SUPERVISORES
                   IF OPE-NIVEL(FILA-SALIENTE) = "2"
                       AND SUPERVISORES-ACTIVOS = 0
                       DISPLAY "El operador " OPERADOR-SALIENTE
                           " es el ultimo supervisor activo: no se "-
                           "da de baja"
                       MOVE "ULTIMO-SUPERV" TO EXC-TIPO
                       MOVE "A" TO EXC-GRAVEDAD
                       MOVE OPERADOR-SALIENTE TO EXC-DETALLE
                       PERFORM REGISTRAR-EXCEPCION
                       MOVE 8 TO CODIGO-SALIDA
                   END-IF
               END-IF
           END-IF.

      * OPERADORES DE NIVEL 2 ACTIVOS QUE QUEDAN, SIN EL QUE SE VA
       CONTAR-SUPERVISORES.
           MOVE 0 TO SUPERVISORES-ACTIVOS.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               IF IDX-OPE NOT = FILA-SALIENTE
                   AND OPE-NIVEL(IDX-OPE) = "2"
                   AND NOT OPE-DE-BAJA(IDX-OPE)
                   ADD 1 TO SUPERVISORES-ACTIVOS
               END-IF
           END-PERFORM.

      * UN CODIGO TIENE QUE SER DE UN OPERADOR ACTIVO DISTINTO DEL
      * QUE SE VA; LAS REGLAS TOMAN LOS OPERADORES ACTIVOS DE NIVEL
      * 2 (SUPERVISOR, SOLO EL PRIMERO) O DE SU MISMO NIVEL (ROTACION)
       ELEGIR-SUCESORES.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               IF IDX-OPE NOT = FILA-SALIENTE
                   AND NOT OPE-DE-BAJA(IDX-OPE)
                   EVALUATE TRUE
                       WHEN REGLA-SUPERVISOR
                           IF OPE-NIVEL(IDX-OPE) = "2"
                               AND TOTAL-SUCESORES = 0
                               PERFORM ANOTAR-SUCESOR
                           END-IF
                       WHEN REGLA-ROTACION
                           IF OPE-NIVEL(IDX-OPE) =
                               OPE-NIVEL(FILA-SALIENTE)
                               PERFORM ANOTAR-SUCESOR
                           END-IF
                       WHEN OTHER
                           IF OPE-CODIGO(IDX-OPE) = SUCESOR-PEDIDO
                               PERFORM ANOTAR-SUCESOR
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN REGLA-SUPERVISOR
                   MOVE "SUPERVISOR (PRIMER NIVEL 2 ACTIVO)"
                       TO TEXTO-REGLA
               WHEN REGLA-ROTACION
                   MOVE SPACES TO TEXTO-REGLA
                   STRING "ROTACION ENTRE LOS DE NIVEL "
                       OPE-NIVEL(FILA-SALIENTE)
                       DELIMITED BY SIZE INTO TEXTO-REGLA
               WHEN OTHER
                   MOVE "OPERADOR INDICADO" TO TEXTO-REGLA
           END-EVALUATE.
           IF TOTAL-SUCESORES = 0
               DISPLAY "No hay a quien pasar lo de "
                   OPERADOR-SALIENTE ": " SUCESOR-PEDIDO
                   " no da ningun operador activo"
               MOVE "SIN-SUCESOR" TO EXC-TIPO
               MOVE "A" TO EXC-GRAVEDAD
               MOVE SPACES TO EXC-DETALLE
               STRING OPERADOR-SALIENTE DELIMITED BY SPACE
                   "->" DELIMITED BY SIZE
                   SUCESOR-PEDIDO DELIMITED BY SIZE
                   INTO EXC-DETALLE
               PERFORM REGISTRAR-EXCEPCION
               MOVE 8 TO CODIGO-SALIDA
           END-IF.

       ANOTAR-SUCESOR.
           IF TOTAL-SUCESORES < 50
               ADD 1 TO TOTAL-SUCESORES
               MOVE OPE-CODIGO(IDX-OPE) TO
                   SUC-CODIGO(TOTAL-SUCESORES)
           END-IF.

      * EL SIGUIENTE DEL TURNO (CON UN SOLO SUCESOR, SIEMPRE EL)
       SIGUIENTE-SUCESOR.
           ADD 1 TO TURNO-SUCESOR.
           IF TURNO-SUCESOR > TOTAL-SUCESORES
               MOVE 1 TO TURNO-SUCESOR
           END-IF.
           MOVE SUC-CODIGO(TURNO-SUCESOR) TO SUCESOR-ACTUAL.

       ESCRIBIR-CABECERA.
           OPEN OUTPUT BAJAINF-FILE.
           MOVE SPACES TO LINEA-BAJAINF.
           STRING "RELEVO POR BAJA DE OPERADOR - " FECHA-HOY " "
               HORA-HOY
               DELIMITED BY SIZE INTO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.
           MOVE SPACES TO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.
           MOVE SPACES TO LINEA-BAJAINF.
           STRING "OPERADOR QUE SE VA: " OPERADOR-SALIENTE " "
               OPE-NOMBRE(FILA-SALIENTE) " NIVEL "
               OPE-NIVEL(FILA-SALIENTE)
               DELIMITED BY SIZE INTO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.
           IF YA-DE-BAJA
               MOVE "  (YA ESTABA DE BAJA: SE RECOGE LO QUE QUEDABA A"-
                   " SU NOMBRE)" TO LINEA-BAJAINF
               WRITE LINEA-BAJAINF
           END-IF.
           MOVE SPACES TO LINEA-BAJAINF.
           STRING "SUCESOR: " TEXTO-REGLA
               DELIMITED BY SIZE INTO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-SUCESORES
               MOVE SPACES TO LINEA-BAJAINF
               STRING "  " SUC-CODIGO(IDX-OPE)
                   DELIMITED BY SIZE INTO LINEA-BAJAINF
               WRITE LINEA-BAJAINF
           END-PERFORM.

      * TAREAS SIN HACER DEL QUE SE VA: PASAN AL SUCESOR. EL
      * FICHERO SE COPIA ENTERO A BAJATMP Y VUELVE SI HA CAMBIADO
       REASIGNAR-TAREAS.
           PERFORM TITULO-SECCION.
           MOVE "TAREAS SIN HACER TRASPASADAS:" TO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.
           MOVE TAREAS-MOVIDAS TO ANTES-DE-SECCION.
           OPEN INPUT TAREAS-FILE.
           IF FS-TAREAS = "00"
               OPEN OUTPUT BAJATMP-FILE
               PERFORM UNTIL FS-TAREAS = "10"
                   READ TAREAS-FILE
                       AT END
                           MOVE "10" TO FS-TAREAS
                       NOT AT END
                           PERFORM TRATAR-TAREA
                   END-READ
               END-PERFORM
               CLOSE TAREAS-FILE
               CLOSE BAJATMP-FILE
               IF TAREAS-MOVIDAS > ANTES-DE-SECCION
                   OPEN INPUT BAJATMP-FILE
                   OPEN OUTPUT TAREAS-FILE
                   PERFORM UNTIL FS-BAJATMP = "10"
                       READ BAJATMP-FILE
                           AT END
                               MOVE "10" TO FS-BAJATMP
                           NOT AT END
                               MOVE LINEA-BAJATMP TO LINEA-TAREA
                               WRITE LINEA-TAREA
                       END-READ
                   END-PERFORM
                   CLOSE BAJATMP-FILE
                   CLOSE TAREAS-FILE
               END-IF
           END-IF.
           IF TAREAS-MOVIDAS = ANTES-DE-SECCION
               PERFORM SECCION-VACIA
           END-IF.

       TRATAR-TAREA.
           MOVE LINEA-TAREA TO LINEA-TRABAJO.
           MOVE SPACES TO TAR-AGENDA TAR-NOMBRE TAR-FECHA
               TAR-OPERADOR TAR-HECHA TAR-DESCRIPCION.
           UNSTRING LINEA-TAREA DELIMITED BY ";"
               INTO TAR-AGENDA TAR-NOMBRE TAR-FECHA TAR-OPERADOR
                   TAR-HECHA TAR-DESCRIPCION.
           IF TAR-OPERADOR = OPERADOR-SALIENTE
               AND TAR-HECHA NOT = "S"
               PERFORM SIGUIENTE-SUCESOR
               MOVE 4 TO CAMPO-BUSCADO
               PERFORM PISAR-OPERADOR
               ADD 1 TO TAREAS-MOVIDAS
               MOVE SPACES TO LINEA-BAJAINF
               STRING "  " TAR-AGENDA " " TAR-NOMBRE " VENCE "
                   TAR-FECHA " -> " SUCESOR-ACTUAL " "
                   TAR-DESCRIPCION
                   DELIMITED BY SIZE INTO LINEA-BAJAINF
               WRITE LINEA-BAJAINF
               MOVE "REASIGNA" TO SEG-EVENTO
               MOVE SPACES TO SEG-DETALLE
               STRING "A " DELIMITED BY SIZE
                   SUCESOR-ACTUAL DELIMITED BY SPACE
                   ": TAREA " DELIMITED BY SIZE
                   TAR-AGENDA DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   TAR-NOMBRE DELIMITED BY "  "
                   INTO SEG-DETALLE
               PERFORM ANOTAR-SEGURIDAD
           END-IF.
           MOVE LINEA-TRABAJO TO LINEA-BAJATMP.
           WRITE LINEA-BAJATMP.

      * CITAS DE HOY EN ADELANTE DEL QUE SE VA: PASAN AL SUCESOR,
      * MIRANDO ANTES QUE NO TENGA YA OTRA A LA MISMA FECHA Y HORA
       REASIGNAR-CITAS.
           PERFORM TITULO-SECCION.
           MOVE "CITAS DE HOY EN ADELANTE TRASPASADAS:"
               TO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.
           MOVE CITAS-MOVIDAS TO ANTES-DE-SECCION.
           PERFORM CARGAR-OCUPADAS.
           OPEN INPUT CITAS-FILE.
           IF FS-CITAS = "00"
               OPEN OUTPUT BAJATMP-FILE
               PERFORM UNTIL FS-CITAS = "10"
                   READ CITAS-FILE
                       AT END
                           MOVE "10" TO FS-CITAS
                       NOT AT END
                           PERFORM TRATAR-CITA
                   END-READ
               END-PERFORM
               CLOSE CITAS-FILE
               CLOSE BAJATMP-FILE
               IF CITAS-MOVIDAS > ANTES-DE-SECCION
                   OPEN INPUT BAJATMP-FILE
                   OPEN OUTPUT CITAS-FILE
                   PERFORM UNTIL FS-BAJATMP = "10"
                       READ BAJATMP-FILE
                           AT END
                               MOVE "10" TO FS-BAJATMP
                           NOT AT END
                               MOVE LINEA-BAJATMP TO LINEA-CITA
                               WRITE LINEA-CITA
                       END-READ
                   END-PERFORM
                   CLOSE BAJATMP-FILE
                   CLOSE CITAS-FILE
               END-IF
           END-IF.
           IF CITAS-MOVIDAS = ANTES-DE-SECCION
               PERFORM SECCION-VACIA
           END-IF.

       CARGAR-OCUPADAS.
           MOVE 0 TO TOTAL-OCUPADAS.
           OPEN INPUT CITAS-FILE.
           IF FS-CITAS = "00"
               PERFORM UNTIL FS-CITAS = "10"
                   READ CITAS-FILE
                       AT END
                           MOVE "10" TO FS-CITAS
                       NOT AT END
                           PERFORM TROCEAR-CITA
                           IF CIT-FECHA >= FECHA-HOY
                               AND CIT-OPERADOR NOT =
                                   OPERADOR-SALIENTE
                               MOVE CIT-OPERADOR TO SUCESOR-ACTUAL
                               PERFORM ANOTAR-OCUPADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CITAS-FILE
           END-IF.

       TROCEAR-CITA.
           MOVE 0 TO CIT-FECHA.
           MOVE SPACES TO CIT-HORA CIT-OPERADOR CIT-AGENDA
               CIT-NOMBRE.
           UNSTRING LINEA-CITA DELIMITED BY ";"
               INTO CIT-FECHA CIT-HORA CIT-OPERADOR CIT-AGENDA
                   CIT-NOMBRE.

       ANOTAR-OCUPADA.
           IF TOTAL-OCUPADAS < 500
               ADD 1 TO TOTAL-OCUPADAS
               MOVE CIT-FECHA TO OCU-FECHA(TOTAL-OCUPADAS)
               MOVE CIT-HORA TO OCU-HORA(TOTAL-OCUPADAS)
               MOVE SUCESOR-ACTUAL TO OCU-OPERADOR(TOTAL-OCUPADAS)
           END-IF.

       COMPROBAR-OCUPADA.
           MOVE "N" TO SW-OCUPADA.
           PERFORM VARYING IDX-OCU FROM 1 BY 1
                   UNTIL IDX-OCU > TOTAL-OCUPADAS OR CITA-OCUPADA
               IF OCU-FECHA(IDX-OCU) = CIT-FECHA
                   AND OCU-HORA(IDX-OCU) = CIT-HORA
                   AND OCU-OPERADOR(IDX-OCU) = SUCESOR-ACTUAL
                   MOVE "S" TO SW-OCUPADA
               END-IF
           END-PERFORM.

       TRATAR-CITA.
           MOVE LINEA-CITA TO LINEA-TRABAJO.
           PERFORM TROCEAR-CITA.
           IF CIT-OPERADOR = OPERADOR-SALIENTE
               AND CIT-FECHA >= FECHA-HOY
               PERFORM SIGUIENTE-SUCESOR
               MOVE SUCESOR-ACTUAL TO PRIMER-CANDIDATO
               MOVE 1 TO INTENTOS-SUCESOR
               PERFORM COMPROBAR-OCUPADA
               PERFORM UNTIL NOT CITA-OCUPADA
                       OR INTENTOS-SUCESOR >= TOTAL-SUCESORES
                   PERFORM SIGUIENTE-SUCESOR
                   ADD 1 TO INTENTOS-SUCESOR
                   PERFORM COMPROBAR-OCUPADA
               END-PERFORM
               MOVE SPACES TO MARCA-SOLAPE
               IF CITA-OCUPADA
                   MOVE PRIMER-CANDIDATO TO SUCESOR-ACTUAL
                   MOVE "(YA TIENE CITA A ESA HORA)" TO MARCA-SOLAPE
                   ADD 1 TO CITAS-SOLAPADAS
                   MOVE "CITA-SOLAPADA" TO EXC-TIPO
                   MOVE "A" TO EXC-GRAVEDAD
                   MOVE SPACES TO EXC-DETALLE
                   STRING CIT-FECHA " " CIT-HORA " " SUCESOR-ACTUAL
                       DELIMITED BY SIZE INTO EXC-DETALLE
                   PERFORM REGISTRAR-EXCEPCION
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
               PERFORM ANOTAR-OCUPADA
               MOVE 3 TO CAMPO-BUSCADO
               PERFORM PISAR-OPERADOR
               ADD 1 TO CITAS-MOVIDAS
               MOVE SPACES TO LINEA-BAJAINF
               STRING "  " CIT-FECHA " " CIT-HORA " " CIT-AGENDA " "
                   CIT-NOMBRE " -> " SUCESOR-ACTUAL " " MARCA-SOLAPE
                   DELIMITED BY SIZE INTO LINEA-BAJAINF
               WRITE LINEA-BAJAINF
               MOVE "REASIGNA" TO SEG-EVENTO
               MOVE SPACES TO SEG-DETALLE
               STRING "A " DELIMITED BY SIZE
                   SUCESOR-ACTUAL DELIMITED BY SPACE
                   ": CITA " DELIMITED BY SIZE
                   CIT-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CIT-HORA DELIMITED BY SIZE
                   INTO SEG-DETALLE
               PERFORM ANOTAR-SEGURIDAD
           END-IF.
           MOVE LINEA-TRABAJO TO LINEA-BAJATMP.
           WRITE LINEA-BAJATMP.

      * LINEAS OPERADOR;AGENDA DEL QUE SE VA: FUERA. NO PASAN AL
      * SUCESOR, QUE CONSERVA LAS AGENDAS QUE YA TENIA
       RETIRAR-ACCESOS.
           PERFORM TITULO-SECCION.
           MOVE "ACCESOS A AGENDAS RETIRADOS:" TO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.
           OPEN INPUT ACCESOS-FILE.
           IF FS-ACCESOS = "00"
               OPEN OUTPUT BAJATMP-FILE
               PERFORM UNTIL FS-ACCESOS = "10"
                   READ ACCESOS-FILE
                       AT END
                           MOVE "10" TO FS-ACCESOS
                       NOT AT END
                           PERFORM TRATAR-ACCESO
                   END-READ
               END-PERFORM
               CLOSE ACCESOS-FILE
               CLOSE BAJATMP-FILE
               IF ACCESOS-RETIRADOS > 0
                   OPEN INPUT BAJATMP-FILE
                   OPEN OUTPUT ACCESOS-FILE
                   PERFORM UNTIL FS-BAJATMP = "10"
                       READ BAJATMP-FILE
                           AT END
                               MOVE "10" TO FS-BAJATMP
                           NOT AT END
                               MOVE LINEA-BAJATMP TO LINEA-ACCESO
                               WRITE LINEA-ACCESO
                       END-READ
                   END-PERFORM
                   CLOSE BAJATMP-FILE
                   CLOSE ACCESOS-FILE
               END-IF
           END-IF.
           IF ACCESOS-RETIRADOS = 0
               PERFORM SECCION-VACIA
           END-IF.

       TRATAR-ACCESO.
           MOVE SPACES TO ACC-OPERADOR ACC-AGENDA.
           UNSTRING LINEA-ACCESO DELIMITED BY ";"
               INTO ACC-OPERADOR ACC-AGENDA.
           IF ACC-OPERADOR = OPERADOR-SALIENTE
               ADD 1 TO ACCESOS-RETIRADOS
               MOVE SPACES TO LINEA-BAJAINF
               STRING "  " ACC-AGENDA
                   DELIMITED BY SIZE INTO LINEA-BAJAINF
               WRITE LINEA-BAJAINF
               MOVE "REVOCA" TO SEG-EVENTO
               MOVE SPACES TO SEG-DETALLE
               STRING "Acceso a la agenda " DELIMITED BY SIZE
                   ACC-AGENDA DELIMITED BY SIZE
                   INTO SEG-DETALLE
               PERFORM ANOTAR-SEGURIDAD
           ELSE
               MOVE LINEA-ACCESO TO LINEA-BAJATMP
               WRITE LINEA-BAJATMP
           END-IF.

      * SU AGENDA POR DEFECTO, IDIOMA Y FAVORITOS SON SOLO SUYOS:
      * LA LINEA DE PREFOPER SE RETIRA
       RETIRAR-PREFERENCIAS.
           PERFORM TITULO-SECCION.
           MOVE "PREFERENCIAS RETIRADAS:" TO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.
           OPEN INPUT PREFOPER-FILE.
           IF FS-PREFOPER = "00"
               OPEN OUTPUT BAJATMP-FILE
               PERFORM UNTIL FS-PREFOPER = "10"
                   READ PREFOPER-FILE
                       AT END
                           MOVE "10" TO FS-PREFOPER
                       NOT AT END
                           PERFORM TRATAR-PREFERENCIA
                   END-READ
               END-PERFORM
               CLOSE PREFOPER-FILE
               CLOSE BAJATMP-FILE
               IF PREFERENCIAS-RETIRADAS > 0
                   OPEN INPUT BAJATMP-FILE
                   OPEN OUTPUT PREFOPER-FILE
                   PERFORM UNTIL FS-BAJATMP = "10"
                       READ BAJATMP-FILE
                           AT END
                               MOVE "10" TO FS-BAJATMP
                           NOT AT END
                               MOVE LINEA-BAJATMP TO LINEA-PREFOPER
                               WRITE LINEA-PREFOPER
                       END-READ
                   END-PERFORM
                   CLOSE BAJATMP-FILE
                   CLOSE PREFOPER-FILE
               END-IF
           END-IF.
           IF PREFERENCIAS-RETIRADAS = 0
               PERFORM SECCION-VACIA
           END-IF.

       TRATAR-PREFERENCIA.
           MOVE SPACES TO PRF-OPERADOR PRF-AGENDA.
           UNSTRING LINEA-PREFOPER DELIMITED BY ";"
               INTO PRF-OPERADOR PRF-AGENDA.
           IF PRF-OPERADOR = OPERADOR-SALIENTE
               ADD 1 TO PREFERENCIAS-RETIRADAS
               MOVE SPACES TO LINEA-BAJAINF
               STRING "  " LINEA-PREFOPER
                   DELIMITED BY SIZE INTO LINEA-BAJAINF
               WRITE LINEA-BAJAINF
               MOVE "RETIRA" TO SEG-EVENTO
               MOVE SPACES TO SEG-DETALLE
               STRING "Preferencias, agenda " DELIMITED BY SIZE
                   PRF-AGENDA DELIMITED BY SIZE
                   INTO SEG-DETALLE
               PERFORM ANOTAR-SEGURIDAD
           ELSE
               MOVE LINEA-PREFOPER TO LINEA-BAJATMP
               WRITE LINEA-BAJATMP
           END-IF.

      * INFORMES DE LA COLA DESTINADOS AL QUE SE VA Y TODAVIA SIN
      * IMPRIMIR (PENDIENTES O RETENIDOS): PASAN AL SUCESOR. EN LAS
      * CABECERAS ANTERIORES AL REPARTO EL DESTINATARIO ES EL PROPIO
      * OPERADOR DEL INFORME, COMO EN LIBERAR-COLA
       TRASPASAR-COLA.
           PERFORM TITULO-SECCION.
           MOVE "INFORMES DE LA COLA SIN IMPRIMIR TRASPASADOS:"
               TO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.
           OPEN INPUT COLAIMP-FILE.
           IF FS-COLAIMP = "00"
               OPEN OUTPUT BAJATMP-FILE
               PERFORM UNTIL FS-COLAIMP = "10"
                   READ COLAIMP-FILE
                       AT END
                           MOVE "10" TO FS-COLAIMP
                       NOT AT END
                           PERFORM TRATAR-LINEA-COLA
                   END-READ
               END-PERFORM
               CLOSE COLAIMP-FILE
               CLOSE BAJATMP-FILE
               IF INFORMES-MOVIDOS > 0
                   OPEN INPUT BAJATMP-FILE
                   OPEN OUTPUT COLAIMP-FILE
                   PERFORM UNTIL FS-BAJATMP = "10"
                       READ BAJATMP-FILE
                           AT END
                               MOVE "10" TO FS-BAJATMP
                           NOT AT END
                               MOVE LINEA-BAJATMP TO LINEA-COLAIMP
                               WRITE LINEA-COLAIMP
                       END-READ
                   END-PERFORM
                   CLOSE BAJATMP-FILE
                   CLOSE COLAIMP-FILE
               END-IF
           END-IF.
           IF INFORMES-MOVIDOS = 0
               PERFORM SECCION-VACIA
           END-IF.

       TRATAR-LINEA-COLA.
           MOVE LINEA-COLAIMP TO LINEA-TRABAJO.
           IF LINEA-COLAIMP(1:4) = "CAB;"
               MOVE LINEA-COLAIMP(5:) TO COLA-RESTO
               MOVE SPACES TO ENT-INFORME ENT-OPERADOR ENT-FECHA
                   ENT-HORA ENT-PAGINAS CAMPO-SEPTIMO ENT-ESTADO
               MOVE 0 TO CAMPOS-CABECERA
               UNSTRING COLA-RESTO DELIMITED BY ";"
                   INTO ENT-INFORME ENT-OPERADOR ENT-FECHA ENT-HORA
                       ENT-PAGINAS CAMPO-SEPTIMO ENT-ESTADO
                   TALLYING IN CAMPOS-CABECERA
               END-UNSTRING
               IF CAMPOS-CABECERA < 7
                   MOVE CAMPO-SEPTIMO(1:1) TO ENT-ESTADO
                   MOVE ENT-OPERADOR TO ENT-DESTINO
                   MOVE 3 TO CAMPO-BUSCADO
               ELSE
                   MOVE CAMPO-SEPTIMO TO ENT-DESTINO
                   MOVE 7 TO CAMPO-BUSCADO
               END-IF
               IF ENT-DESTINO = OPERADOR-SALIENTE
                   AND ENT-ESTADO NOT = "I"
                   PERFORM SIGUIENTE-SUCESOR
                   PERFORM PISAR-OPERADOR
                   ADD 1 TO INFORMES-MOVIDOS
                   MOVE SPACES TO LINEA-BAJAINF
                   STRING "  " ENT-INFORME " DEL " ENT-FECHA " "
                       ENT-PAGINAS " PAGS ESTADO " ENT-ESTADO
                       " -> " SUCESOR-ACTUAL
                       DELIMITED BY SIZE INTO LINEA-BAJAINF
                   WRITE LINEA-BAJAINF
                   MOVE "REASIGNA" TO SEG-EVENTO
                   MOVE SPACES TO SEG-DETALLE
                   STRING "A " DELIMITED BY SIZE
                       SUCESOR-ACTUAL DELIMITED BY SPACE
                       ": INFORME " DELIMITED BY SIZE
                       ENT-INFORME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       ENT-FECHA DELIMITED BY SIZE
                       INTO SEG-DETALLE
                   PERFORM ANOTAR-SEGURIDAD
               END-IF
           END-IF.
           MOVE LINEA-TRABAJO TO LINEA-BAJATMP.
           WRITE LINEA-BAJATMP.

      * PONE SUCESOR-ACTUAL EN EL CAMPO CAMPO-BUSCADO DE
      * LINEA-TRABAJO (LOS CAMPOS DE OPERADOR VAN A 8 POSICIONES)
       PISAR-OPERADOR.
           PERFORM LOCALIZAR-CAMPO.
           IF SEPARADORES = CAMPO-BUSCADO
               MOVE SUCESOR-ACTUAL TO LINEA-TRABAJO(POS-CAMPO:8)
           END-IF.

      * DEJA EN POS-CAMPO DONDE EMPIEZA EL CAMPO CAMPO-BUSCADO
       LOCALIZAR-CAMPO.
           MOVE 1 TO POS-CAMPO.
           MOVE 1 TO SEPARADORES.
           PERFORM VARYING IDX-CAR FROM 1 BY 1
                   UNTIL IDX-CAR > 132
                       OR SEPARADORES = CAMPO-BUSCADO
               IF LINEA-TRABAJO(IDX-CAR:1) = ";"
                   ADD 1 TO SEPARADORES
                   COMPUTE POS-CAMPO = IDX-CAR + 1
               END-IF
           END-PERFORM.

      * GRAVES DE EXCEPCIONES A NOMBRE DEL QUE SE VA Y SIN LINEA EN
      * RECONOC; SE LEEN ANTES DE ABRIR EXCEPCIONES PARA ANADIR
       CARGAR-RECONOCIDAS.
           OPEN INPUT RECONOC-FILE.
           IF FS-RECONOC = "00"
               PERFORM UNTIL FS-RECONOC = "10"
                   READ RECONOC-FILE
                       AT END
                           MOVE "10" TO FS-RECONOC
                       NOT AT END
                           IF TOTAL-RECONOCIDAS < 200
                               ADD 1 TO TOTAL-RECONOCIDAS
                               MOVE SPACES TO FILA-RECONOCIDA
                                   (TOTAL-RECONOCIDAS)
                               UNSTRING LINEA-RECONOC
                                   DELIMITED BY ";"
                                   INTO
                                   RCO-FECHA(TOTAL-RECONOCIDAS)
                                   RCO-HORA(TOTAL-RECONOCIDAS)
                                   RCO-TIPO(TOTAL-RECONOCIDAS)
                                   RCO-DETALLE(TOTAL-RECONOCIDAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECONOC-FILE
           END-IF.

       RECOGER-GRAVES.
           OPEN INPUT EXCEPCIONES-FILE.
           IF FS-EXCEPCIONES = "00"
               PERFORM UNTIL FS-EXCEPCIONES = "10"
                   READ EXCEPCIONES-FILE
                       AT END
                           MOVE "10" TO FS-EXCEPCIONES
                       NOT AT END
                           IF LINEA-EXCEPCION(75:1) = "G"
                               AND LINEA-EXCEPCION(77:8) =
                                   OPERADOR-SALIENTE
                               PERFORM COMPROBAR-RECONOCIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPCIONES-FILE
           END-IF.

       COMPROBAR-RECONOCIDA.
           MOVE LINEA-EXCEPCION(1:8) TO EXC-FECHA-LIN.
           MOVE LINEA-EXCEPCION(10:8) TO EXC-HORA-LIN.
           MOVE LINEA-EXCEPCION(28:15) TO EXC-TIPO-LIN.
           MOVE LINEA-EXCEPCION(44:30) TO EXC-DETALLE-LIN.
           MOVE "N" TO SW-RCO.
           PERFORM VARYING IDX-RCO FROM 1 BY 1
                   UNTIL IDX-RCO > TOTAL-RECONOCIDAS
                       OR YA-RECONOCIDA
               IF RCO-FECHA(IDX-RCO) = EXC-FECHA-LIN
                   AND RCO-HORA(IDX-RCO) = EXC-HORA-LIN
                   AND RCO-TIPO(IDX-RCO) = EXC-TIPO-LIN
                   AND RCO-DETALLE(IDX-RCO) = EXC-DETALLE-LIN
                   MOVE "S" TO SW-RCO
               END-IF
           END-PERFORM.
           IF NOT YA-RECONOCIDA AND TOTAL-GRAVES < 50
               ADD 1 TO TOTAL-GRAVES
               MOVE LINEA-EXCEPCION TO GRA-LINEA(TOTAL-GRAVES)
           END-IF.

       LISTAR-GRAVES.
           PERFORM TITULO-SECCION.
           MOVE "EXCEPCIONES GRAVES SIN RECONOCER A SU NOMBRE (LAS "-
               "TRATA EL SUCESOR CON REVISAR-GRAVES):"
               TO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.
           PERFORM VARYING IDX-GRA FROM 1 BY 1
                   UNTIL IDX-GRA > TOTAL-GRAVES
               MOVE SPACES TO LINEA-BAJAINF
               STRING "  " GRA-LINEA(IDX-GRA)
                   DELIMITED BY SIZE INTO LINEA-BAJAINF
               WRITE LINEA-BAJAINF
           END-PERFORM.
           IF TOTAL-GRAVES = 0
               PERFORM SECCION-VACIA
           END-IF.

      * LA LINEA DE OPERADORES SE QUEDA, CON ESTADO B EN SU QUINTO
      * CAMPO (SE ANADEN LOS ";" QUE FALTEN), Y LA CLAVE PASA A D
       DESACTIVAR-OPERADOR.
           PERFORM TITULO-SECCION.
           IF YA-DE-BAJA
               MOVE "OPERADOR: YA ESTABA DE BAJA EN OPERADORES"
                   TO LINEA-BAJAINF
               WRITE LINEA-BAJAINF
           ELSE
               OPEN INPUT OPERADORES-FILE
               OPEN OUTPUT BAJATMP-FILE
               PERFORM UNTIL FS-OPERADORES = "10"
                   READ OPERADORES-FILE
                       AT END
                           MOVE "10" TO FS-OPERADORES
                       NOT AT END
                           PERFORM TRATAR-LINEA-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
               CLOSE BAJATMP-FILE
               OPEN INPUT BAJATMP-FILE
               OPEN OUTPUT OPERADORES-FILE
               PERFORM UNTIL FS-BAJATMP = "10"
                   READ BAJATMP-FILE
                       AT END
                           MOVE "10" TO FS-BAJATMP
                       NOT AT END
                           MOVE LINEA-BAJATMP TO LINEA-OPERADOR
                           WRITE LINEA-OPERADOR
                   END-READ
               END-PERFORM
               CLOSE BAJATMP-FILE
               CLOSE OPERADORES-FILE
               MOVE "BAJA" TO SEG-EVENTO
               MOVE SPACES TO SEG-DETALLE
               STRING "Baja del operador; sucesor " DELIMITED BY SIZE
                   SUC-CODIGO(1) DELIMITED BY SIZE
                   INTO SEG-DETALLE
               IF TOTAL-SUCESORES > 1
                   MOVE "Baja del operador; sucesor por ROTACION"
                       TO SEG-DETALLE
               END-IF
               PERFORM ANOTAR-SEGURIDAD
               MOVE "D" TO CLV-FUNCION
               CALL "CLVSUB01" USING CLV-FUNCION OPERADOR-SALIENTE
                   CLV-CLAVE SEG-PROGRAMA CLV-RESULTADO
               IF CLV-RESULTADO NOT = 0
                   MOVE "CLAVE-SIN-BAJA" TO EXC-TIPO
                   MOVE "A" TO EXC-GRAVEDAD
                   MOVE OPERADOR-SALIENTE TO EXC-DETALLE
                   PERFORM REGISTRAR-EXCEPCION
                   MOVE 4 TO CODIGO-SALIDA
                   MOVE "OPERADOR: DADO DE BAJA EN OPERADORES; LA "-
                       "CLAVE NO SE HA PODIDO DAR DE BAJA EN CLAVES"
                       TO LINEA-BAJAINF
               ELSE
                   MOVE "OPERADOR: DADO DE BAJA EN OPERADORES (ESTADO"-
                       " B) Y SU CLAVE EN CLAVES (ESTADO D)"
                       TO LINEA-BAJAINF
               END-IF
               WRITE LINEA-BAJAINF
           END-IF.

       TRATAR-LINEA-OPERADOR.
           MOVE LINEA-OPERADOR TO LINEA-TRABAJO.
           MOVE SPACES TO ACC-OPERADOR.
           UNSTRING LINEA-OPERADOR DELIMITED BY ";"
               INTO ACC-OPERADOR.
           IF ACC-OPERADOR = OPERADOR-SALIENTE
               MOVE 0 TO SEPARADORES
               INSPECT LINEA-OPERADOR TALLYING SEPARADORES
                   FOR ALL ";"
               IF SEPARADORES >= 4
                   MOVE 5 TO CAMPO-BUSCADO
                   PERFORM LOCALIZAR-CAMPO
                   MOVE "B" TO LINEA-TRABAJO(POS-CAMPO:1)
               ELSE
                   PERFORM VARYING LONGITUD-LINEA FROM 50 BY -1
                           UNTIL LONGITUD-LINEA < 1
                               OR LINEA-OPERADOR(LONGITUD-LINEA:1)
                                   NOT = SPACE
                       CONTINUE
                   END-PERFORM
                   PERFORM UNTIL SEPARADORES >= 4
                       ADD 1 TO LONGITUD-LINEA
                       MOVE ";" TO LINEA-TRABAJO(LONGITUD-LINEA:1)
                       ADD 1 TO SEPARADORES
                   END-PERFORM
                   ADD 1 TO LONGITUD-LINEA
                   MOVE "B" TO LINEA-TRABAJO(LONGITUD-LINEA:1)
               END-IF
           END-IF.
           MOVE LINEA-TRABAJO TO LINEA-BAJATMP.
           WRITE LINEA-BAJATMP.

       TITULO-SECCION.
           MOVE SPACES TO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.

       SECCION-VACIA.
           MOVE "  (ninguno)" TO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.

       ESCRIBIR-TOTALES.
           PERFORM TITULO-SECCION.
           MOVE SPACES TO LINEA-BAJAINF.
           STRING "TOTALES: TRASPASADAS " TAREAS-MOVIDAS " TAREAS, "
               CITAS-MOVIDAS " CITAS (" CITAS-SOLAPADAS
               " SOLAPADAS) Y " INFORMES-MOVIDOS " INFORMES"
               DELIMITED BY SIZE INTO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.
           MOVE SPACES TO LINEA-BAJAINF.
           STRING "         RETIRADOS " ACCESOS-RETIRADOS " ACCESOS Y "
               PREFERENCIAS-RETIRADAS " PREFERENCIAS; "
               TOTAL-GRAVES " GRAVES PENDIENTES"
               DELIMITED BY SIZE INTO LINEA-BAJAINF.
           WRITE LINEA-BAJAINF.
           CLOSE BAJAINF-FILE.
      * El informe de relevo queda ademas en la cola central de
      * impresion, de donde lo libera el operador con LIBERAR-COLA.
           MOVE "BAJAINF" TO SPO-FICHERO.
           MOVE "BAJAINF" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.
           DISPLAY "Baja de " OPERADOR-SALIENTE ": " TAREAS-MOVIDAS
               " tareas, " CITAS-MOVIDAS " citas, " INFORMES-MOVIDOS
               " informes traspasados; " ACCESOS-RETIRADOS
               " accesos retirados".

       ANOTAR-SEGURIDAD.
           CALL "SEGSUB01" USING SEG-EVENTO OPERADOR-SALIENTE
               SEG-PROGRAMA SEG-DETALLE.

       REGISTRAR-EXCEPCION.
           ACCEPT EXC-FECHA FROM DATE
           ACCEPT EXC-HORA FROM TIME
           MOVE SPACES TO LINEA-EXCEPCION
           STRING EXC-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-HORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-PROGRAMA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-DETALLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-GRAVEDAD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EXC-OPERADOR DELIMITED BY SIZE
               INTO LINEA-EXCEPCION
           WRITE LINEA-EXCEPCION.

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

       END PROGRAM BAJA-OPERADOR.
