     /*
      * RECERTIFICACION TRIMESTRAL DE NIVELES Y ACCESOS.
      * No es la solucion de ningun reto: los operadores cambian de
      * puesto y nadie repasaba su NIVEL en OPERADORES ni sus lineas
      * de ACCESOS. Cada trimestre este paso abre una campana de
      * revision en RECERT (copybooks/RECERT.cpy): para cada
      * operador activo, una linea con su nivel y otra por cada
      * agenda que tiene en ACCESOS, con su ultima firma en SESIONES
      * y sus operaciones de AUDITORIA de los ultimos 90 dias. Los
      * que no han firmado en 90 dias y las agendas que nunca han
      * usado (ninguna operacion suya en AUDITORIA) van marcados.
      * Las lineas se reparten por turno entre los supervisores
      * activos (nivel 2), sin que ninguno revise las suyas si hay
      * otro, y salen en RECINF con una pagina por supervisor, que
      * queda en la cola central de impresion. Cada supervisor las
      * confirma o revoca con REVISAR-ACCESOS hasta la fecha limite.
      * SYSIN:
      *   linea 1: G para abrir la campana del trimestre; V (o en
      *            blanco) solo vence las pendientes (paso diario)
      *   linea 2: dias de plazo para revisar (en blanco, 30)
      * En cualquier caso, las lineas pendientes cuya fecha limite ya
      * ha pasado se revocan con ACCSUB01 a nombre de LOTE y quedan
      * como vencidas. Una campana nueva no se abre mientras la
      * anterior tenga lineas pendientes en plazo; al abrirla, la
      * anterior entera pasa al historico RECHIST, que es, junto con
      * el registro AUTORIZA, la evidencia para los auditores.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECERTIFICA-ACCESOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.
           SELECT ACCESOS-FILE ASSIGN TO "ACCESOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACCESOS.
           SELECT SESIONES-FILE ASSIGN TO "SESIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SESIONES.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT RECERT-FILE ASSIGN TO "RECERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECERT.
           SELECT RECHIST-FILE ASSIGN TO "RECHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECHIST.
           SELECT RECINF-FILE ASSIGN TO "RECINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECINF.
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
           01 LINEA-OPERADOR PIC X(50).

       FD ACCESOS-FILE.
           01 LINEA-ACCESO PIC X(30).

       FD SESIONES-FILE.
           01 LINEA-SESION PIC X(60).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD RECERT-FILE.
           01 LINEA-RECERT PIC X(80).

       FD RECHIST-FILE.
           01 LINEA-RECHIST PIC X(80).

       FD RECINF-FILE.
           01 LINEA-RECINF PIC X(132).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-OPERADORES PIC XX.
           77 FS-ACCESOS PIC XX.
           77 FS-SESIONES PIC XX.
           77 FS-AUDITORIA PIC XX.
           77 FS-RECERT PIC XX.
           77 FS-RECHIST PIC XX.
           77 FS-RECINF PIC XX.
           77 FS-EXCEPCIONES PIC XX.

           77 FECHA-HOY PIC 9(8).
           77 FECHA-CORTE PIC 9(8).
           77 FECHA-LIMITE PIC 9(8).
           77 FECHA-LINEA PIC 9(8).

      * Tarjetas del SYSIN.
           77 MODO-RECERT PIC X.
               88 ABRIR-CAMPANA VALUE "G" "g".
           77 PLAZO-TEXTO PIC X(3).
           77 PLAZO-DIAS PIC 9(3) VALUE 30.

      * Campana en curso, entera en memoria.
           01 TABLA-RECERT.
               05 FILA-RECERT OCCURS 700 TIMES.
                   COPY RECERT REPLACING ==05== BY ==10==.
           77 TOTAL-RECERT PIC 9(3) VALUE 0.
           77 IDX-REC PIC 9(3).
           77 PENDIENTES-EN-PLAZO PIC 9(3) VALUE 0.
           77 LIMITE-ABIERTO PIC 9(8) VALUE 0.

      * Operadores activos con su ultima firma y su actividad.
           01 TABLA-OPERADORES.
               05 FILA-OPERADOR OCCURS 200 TIMES.
                   10 OPE-CODIGO PIC X(8).
                   10 OPE-NOMBRE PIC X(30).
                   10 OPE-NIVEL PIC X.
                   10 OPE-IDIOMA PIC XX.
                   10 OPE-ESTADO PIC X.
                       88 OPE-DE-BAJA VALUE "B".
                   10 OPE-ULTIMA-FIRMA PIC 9(8).
                   10 OPE-ACTIVIDAD PIC 9(5).
           77 TOTAL-OPERADORES PIC 9(3) VALUE 0.
           77 IDX-OPE PIC 9(3).
           77 FILA-OPE-LINEA PIC 9(3).
           77 OPERADOR-LINEA PIC X(8).
           77 AGENDA-LINEA PIC X(15).

      * Supervisores que revisan, por turno.
           01 TABLA-SUPERVISORES.
               05 FILA-SUPERVISOR OCCURS 50 TIMES.
                   10 SUP-CODIGO PIC X(8).
                   10 SUP-NOMBRE PIC X(30).
                   10 SUP-LINEAS PIC 9(4).
           77 TOTAL-SUPERVISORES PIC 9(2) VALUE 0.
           77 IDX-SUP PIC 9(2).
           77 TURNO-SUP PIC 9(2) VALUE 0.

      * Accesos con la marca de si el operador ha usado la agenda.
           01 TABLA-ACCESOS.
               05 FILA-ACCESO OCCURS 500 TIMES.
                   10 TAC-OPERADOR PIC X(8).
                   10 TAC-AGENDA PIC X(15).
                   10 TAC-USADA PIC X.
           77 TOTAL-ACCESOS PIC 9(3) VALUE 0.
           77 IDX-ACC PIC 9(3).

      * Parametros de FECHASUB para el corte de 90 dias y el limite.
           77 FEC-OPERACION PIC X.
           77 FEC-FECHA-1 PIC 9(8).
           77 FEC-FECHA-2 PIC 9(8).
           77 FEC-DIAS PIC S9(5).
           77 FEC-RESULTADO PIC 9(8).
           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Parametros de ACCSUB01.
           77 ACS-FUNCION PIC X.
           77 ACS-SUPERVISOR PIC X(8) VALUE "LOTE".
           77 ACS-PROGRAMA PIC X(8) VALUE "RECACC00".
           77 ACS-RESULTADO PIC 9.

      * Contadores.
           77 LINEAS-GENERADAS PIC 9(5) VALUE 0.
           77 LINEAS-VENCIDAS PIC 9(5) VALUE 0.
           77 LINEAS-INACTIVAS PIC 9(5) VALUE 0.
           77 LINEAS-SIN-USO PIC 9(5) VALUE 0.
           77 LINEAS-PAGINA PIC 9(4).
           77 TEXTO-AVISO PIC X(26).
           77 TEXTO-AGENDA PIC X(15).

      * Dato de la excepcion en curso, como en los demas programas.
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01, a la que se entrega el informe RECINF.
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
           MOVE "RECACC" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           MOVE SPACES TO MODO-RECERT.
           MOVE SPACES TO PLAZO-TEXTO.
           ACCEPT MODO-RECERT.
           ACCEPT PLAZO-TEXTO.
           IF PLAZO-TEXTO(1:3) IS NUMERIC
               MOVE PLAZO-TEXTO TO PLAZO-DIAS
           ELSE
               IF PLAZO-TEXTO(1:2) IS NUMERIC
                   MOVE PLAZO-TEXTO(1:2) TO PLAZO-DIAS
               ELSE
                   IF PLAZO-TEXTO(1:1) IS NUMERIC
                       MOVE PLAZO-TEXTO(1:1) TO PLAZO-DIAS
                   END-IF
               END-IF
           END-IF.
           IF PLAZO-DIAS = 0
               MOVE 30 TO PLAZO-DIAS
           END-IF.
           OPEN EXTEND EXCEPCIONES-FILE.
           IF FS-EXCEPCIONES = "35"
               OPEN OUTPUT EXCEPCIONES-FILE
           END-IF.
           PERFORM CARGAR-RECERT.
           PERFORM VENCER-PENDIENTES.
           IF ABRIR-CAMPANA
               IF PENDIENTES-EN-PLAZO > 0
                   DISPLAY "La campana abierta tiene "
                       PENDIENTES-EN-PLAZO " lineas pendientes hasta "
                       LIMITE-ABIERTO "; no se abre otra"
                   MOVE "CAMPANA-ABIERTA" TO EXC-TIPO
                   MOVE "A" TO EXC-GRAVEDAD
                   MOVE SPACES TO EXC-DETALLE
                   STRING PENDIENTES-EN-PLAZO " PENDIENTES HASTA "
                       LIMITE-ABIERTO
                       DELIMITED BY SIZE INTO EXC-DETALLE
                   PERFORM REGISTRAR-EXCEPCION
                   MOVE 8 TO CODIGO-SALIDA
               ELSE
                   PERFORM PASAR-A-HISTORICO
                   PERFORM GENERAR-CAMPANA
                   PERFORM GRABAR-RECERT
                   PERFORM ESCRIBIR-INFORME
               END-IF
           ELSE
               IF LINEAS-VENCIDAS > 0
                   PERFORM GRABAR-RECERT
               END-IF
           END-IF.
           CLOSE EXCEPCIONES-FILE.
           DISPLAY "Recertificacion: " LINEAS-GENERADAS
               " lineas abiertas, " LINEAS-VENCIDAS
               " vencidas y revocadas".
           MOVE "RECACC" TO RES-PROGRAMA.
           MOVE TOTAL-RECERT TO RES-ENTRADAS.
           MOVE LINEAS-GENERADAS TO RES-SALIDAS.
           MOVE LINEAS-VENCIDAS TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

       CARGAR-RECERT.
           OPEN INPUT RECERT-FILE.
           IF FS-RECERT = "00"
               PERFORM UNTIL FS-RECERT = "10"
                   READ RECERT-FILE
                       AT END
                           MOVE "10" TO FS-RECERT
                       NOT AT END
                           IF TOTAL-RECERT < 700
                               ADD 1 TO TOTAL-RECERT
                               MOVE LINEA-RECERT TO
                                   FILA-RECERT(TOTAL-RECERT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECERT-FILE
           END-IF.

      * LAS PENDIENTES CON EL LIMITE PASADO SE REVOCAN A NOMBRE DE
      * LOTE. LA DEL NIVEL DEL ULTIMO SUPERVISOR NO SE PUEDE REVOCAR:
      * SE DA POR CONFIRMADA Y SE AVISA
       VENCER-PENDIENTES.
           PERFORM VARYING IDX-REC FROM 1 BY 1
                   UNTIL IDX-REC > TOTAL-RECERT
               IF REC-PENDIENTE(IDX-REC)
                   IF REC-LIMITE(IDX-REC) < FECHA-HOY
                       PERFORM VENCER-LINEA
                   ELSE
                       ADD 1 TO PENDIENTES-EN-PLAZO
                       MOVE REC-LIMITE(IDX-REC) TO LIMITE-ABIERTO
                   END-IF
               END-IF
           END-PERFORM.

       VENCER-LINEA.
           MOVE "R" TO ACS-FUNCION.
           CALL "ACCSUB01" USING ACS-FUNCION REC-OPERADOR(IDX-REC)
               REC-TIPO(IDX-REC) REC-AGENDA(IDX-REC) ACS-SUPERVISOR
               ACS-PROGRAMA ACS-RESULTADO.
           ADD 1 TO LINEAS-VENCIDAS.
           MOVE "LOTE" TO REC-REVISOR(IDX-REC).
           MOVE FECHA-HOY TO REC-FECHA-REVISION(IDX-REC).
           MOVE SPACES TO EXC-DETALLE.
           IF ACS-RESULTADO = 2
               MOVE "C" TO REC-ESTADO(IDX-REC)
               MOVE "ULTIMO-SUPERV" TO EXC-TIPO
               MOVE "A" TO EXC-GRAVEDAD
               STRING REC-OPERADOR(IDX-REC) " NIVEL SIN REVISAR"
                   DELIMITED BY SIZE INTO EXC-DETALLE
           ELSE
               MOVE "V" TO REC-ESTADO(IDX-REC)
               MOVE "RECERT-VENCIDA" TO EXC-TIPO
               MOVE "I" TO EXC-GRAVEDAD
               STRING REC-OPERADOR(IDX-REC) " " REC-TIPO(IDX-REC) " "
                   REC-AGENDA(IDX-REC)
                   DELIMITED BY SIZE INTO EXC-DETALLE
           END-IF.
           PERFORM REGISTRAR-EXCEPCION.

      * LA CAMPANA ANTERIOR ENTERA, CON LO DECIDIDO EN CADA LINEA,
      * SE ANADE AL HISTORICO ANTES DE ABRIR LA NUEVA
       PASAR-A-HISTORICO.
           IF TOTAL-RECERT > 0
               OPEN EXTEND RECHIST-FILE
               IF FS-RECHIST = "35"
                   OPEN OUTPUT RECHIST-FILE
               END-IF
               PERFORM VARYING IDX-REC FROM 1 BY 1
                       UNTIL IDX-REC > TOTAL-RECERT
                   MOVE FILA-RECERT(IDX-REC) TO LINEA-RECHIST
                   WRITE LINEA-RECHIST
               END-PERFORM
               CLOSE RECHIST-FILE
           END-IF.
           MOVE 0 TO TOTAL-RECERT.

       GENERAR-CAMPANA.
           MOVE "S" TO FEC-OPERACION.
           MOVE FECHA-HOY TO FEC-FECHA-1.
           MOVE -90 TO FEC-DIAS.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.
           MOVE FEC-RESULTADO TO FECHA-CORTE.
           MOVE PLAZO-DIAS TO FEC-DIAS.
           CALL "FECHASUB" USING FEC-OPERACION FEC-FECHA-1
               FEC-FECHA-2 FEC-DIAS FEC-RESULTADO FEC-TEXTO
               FEC-ESTADO.
           MOVE FEC-RESULTADO TO FECHA-LIMITE.
           PERFORM CARGAR-OPERADORES.
           PERFORM CARGAR-ACCESOS.
           PERFORM LEER-SESIONES.
           PERFORM LEER-AUDITORIA.
           IF TOTAL-SUPERVISORES = 0
               DISPLAY "No hay ningun supervisor activo que revise"
               MOVE "SIN-SUPERVISOR" TO EXC-TIPO
               MOVE "G" TO EXC-GRAVEDAD
               MOVE "RECERTIFICACION SIN REVISOR" TO EXC-DETALLE
               PERFORM REGISTRAR-EXCEPCION
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM VARYING IDX-OPE FROM 1 BY 1
                       UNTIL IDX-OPE > TOTAL-OPERADORES
                   IF NOT OPE-DE-BAJA(IDX-OPE)
                       PERFORM GENERAR-LINEAS-OPERADOR
                   END-IF
               END-PERFORM
           END-IF.

       CARGAR-OPERADORES.
           OPEN INPUT OPERADORES-FILE.
           IF FS-OPERADORES = "00"
               PERFORM UNTIL FS-OPERADORES = "10"
                   READ OPERADORES-FILE
                       AT END
                           MOVE "10" TO FS-OPERADORES
                       NOT AT END
                           IF LINEA-OPERADOR NOT = SPACES
                               AND TOTAL-OPERADORES < 200
                               PERFORM ANOTAR-OPERADOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERADORES-FILE
           END-IF.

       ANOTAR-OPERADOR.
           ADD 1 TO TOTAL-OPERADORES.
           MOVE SPACES TO FILA-OPERADOR(TOTAL-OPERADORES).
           UNSTRING LINEA-OPERADOR DELIMITED BY ";"
               INTO OPE-CODIGO(TOTAL-OPERADORES)
                   OPE-NOMBRE(TOTAL-OPERADORES)
                   OPE-NIVEL(TOTAL-OPERADORES)
                   OPE-IDIOMA(TOTAL-OPERADORES)
                   OPE-ESTADO(TOTAL-OPERADORES).
           MOVE 0 TO OPE-ULTIMA-FIRMA(TOTAL-OPERADORES).
           MOVE 0 TO OPE-ACTIVIDAD(TOTAL-OPERADORES).
           IF OPE-NIVEL(TOTAL-OPERADORES) = "2"
               AND NOT OPE-DE-BAJA(TOTAL-OPERADORES)
               AND TOTAL-SUPERVISORES < 50
               ADD 1 TO TOTAL-SUPERVISORES
               MOVE OPE-CODIGO(TOTAL-OPERADORES)
                   TO SUP-CODIGO(TOTAL-SUPERVISORES)
               MOVE OPE-NOMBRE(TOTAL-OPERADORES)
                   TO SUP-NOMBRE(TOTAL-SUPERVISORES)
               MOVE 0 TO SUP-LINEAS(TOTAL-SUPERVISORES)
           END-IF.

       CARGAR-ACCESOS.
           OPEN INPUT ACCESOS-FILE.
           IF FS-ACCESOS = "00"
               PERFORM UNTIL FS-ACCESOS = "10"
                   READ ACCESOS-FILE
                       AT END
                           MOVE "10" TO FS-ACCESOS
                       NOT AT END
                           IF LINEA-ACCESO NOT = SPACES
                               AND TOTAL-ACCESOS < 500
                               ADD 1 TO TOTAL-ACCESOS
                               MOVE SPACES TO
                                   FILA-ACCESO(TOTAL-ACCESOS)
                               UNSTRING LINEA-ACCESO DELIMITED BY ";"
                                   INTO TAC-OPERADOR(TOTAL-ACCESOS)
                                   TAC-AGENDA(TOTAL-ACCESOS)
                               MOVE "N" TO TAC-USADA(TOTAL-ACCESOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESOS-FILE
           END-IF.

      * EN SESIONES EL OPERADOR VA EN 1-8 Y LA FECHA DE INICIO EN
      * 19-26, CON EL ANO EN DOS CIFRAS
       LEER-SESIONES.
           OPEN INPUT SESIONES-FILE.
           IF FS-SESIONES = "00"
               PERFORM UNTIL FS-SESIONES = "10"
                   READ SESIONES-FILE
                       AT END
                           MOVE "10" TO FS-SESIONES
                       NOT AT END
                           MOVE LINEA-SESION(1:8) TO OPERADOR-LINEA
                           IF LINEA-SESION(19:8) IS NUMERIC
                               MOVE LINEA-SESION(19:8) TO FECHA-LINEA
                               PERFORM VENTANA-FECHA
                               PERFORM BUSCAR-OPERADOR
                               IF FILA-OPE-LINEA NOT = 0
                                   AND FECHA-LINEA >
                                   OPE-ULTIMA-FIRMA(FILA-OPE-LINEA)
                                   MOVE FECHA-LINEA TO
                                   OPE-ULTIMA-FIRMA(FILA-OPE-LINEA)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESIONES-FILE
           END-IF.

      * EN AUDITORIA LA FECHA ABRE LA LINEA EN 1-8, LA AGENDA VA EN
      * 61-75 Y EL OPERADOR LA CIERRA EN 97-104. LA ACTIVIDAD CUENTA
      * LOS ULTIMOS 90 DIAS; EL USO DE UNA AGENDA, TODO EL FICHERO
       LEER-AUDITORIA.
           OPEN INPUT AUDITORIA-FILE.
           IF FS-AUDITORIA = "00"
               PERFORM UNTIL FS-AUDITORIA = "10"
                   READ AUDITORIA-FILE
                       AT END
                           MOVE "10" TO FS-AUDITORIA
                       NOT AT END
                           PERFORM TRATAR-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
           END-IF.

       TRATAR-AUDITORIA.
           MOVE LINEA-AUDITORIA(97:8) TO OPERADOR-LINEA.
           MOVE LINEA-AUDITORIA(61:15) TO AGENDA-LINEA.
           IF LINEA-AUDITORIA(1:8) IS NUMERIC
               MOVE LINEA-AUDITORIA(1:8) TO FECHA-LINEA
               PERFORM VENTANA-FECHA
               PERFORM BUSCAR-OPERADOR
               IF FILA-OPE-LINEA NOT = 0
                   AND FECHA-LINEA >= FECHA-CORTE
                   ADD 1 TO OPE-ACTIVIDAD(FILA-OPE-LINEA)
               END-IF
           END-IF.
           PERFORM VARYING IDX-ACC FROM 1 BY 1
                   UNTIL IDX-ACC > TOTAL-ACCESOS
               IF TAC-OPERADOR(IDX-ACC) = OPERADOR-LINEA
                   AND TAC-AGENDA(IDX-ACC) = AGENDA-LINEA
                   MOVE "S" TO TAC-USADA(IDX-ACC)
               END-IF
           END-PERFORM.

       VENTANA-FECHA.
           IF FECHA-LINEA < 19000101
               ADD 20000000 TO FECHA-LINEA
           END-IF.

       BUSCAR-OPERADOR.
           MOVE 0 TO FILA-OPE-LINEA.
           PERFORM VARYING IDX-OPE FROM 1 BY 1
                   UNTIL IDX-OPE > TOTAL-OPERADORES
               IF OPE-CODIGO(IDX-OPE) = OPERADOR-LINEA
                   MOVE IDX-OPE TO FILA-OPE-LINEA
               END-IF
           END-PERFORM.

      * EL SIGUIENTE SUPERVISOR DEL TURNO QUE NO SEA EL PROPIO
      * OPERADOR (SI SOLO HAY UNO, SE REVISA A SI MISMO)
       GENERAR-LINEAS-OPERADOR.
           ADD 1 TO TURNO-SUP.
           IF TURNO-SUP > TOTAL-SUPERVISORES
               MOVE 1 TO TURNO-SUP
           END-IF.
           IF SUP-CODIGO(TURNO-SUP) = OPE-CODIGO(IDX-OPE)
               AND TOTAL-SUPERVISORES > 1
               ADD 1 TO TURNO-SUP
               IF TURNO-SUP > TOTAL-SUPERVISORES
                   MOVE 1 TO TURNO-SUP
               END-IF
           END-IF.
           PERFORM NUEVA-LINEA.
           MOVE "N" TO REC-TIPO(TOTAL-RECERT).
           IF OPE-ULTIMA-FIRMA(IDX-OPE) < FECHA-CORTE
               MOVE "I" TO REC-AVISO(TOTAL-RECERT)
               ADD 1 TO LINEAS-INACTIVAS
           END-IF.
           PERFORM VARYING IDX-ACC FROM 1 BY 1
                   UNTIL IDX-ACC > TOTAL-ACCESOS
               IF TAC-OPERADOR(IDX-ACC) = OPE-CODIGO(IDX-OPE)
                   PERFORM NUEVA-LINEA
                   MOVE "A" TO REC-TIPO(TOTAL-RECERT)
                   MOVE TAC-AGENDA(IDX-ACC) TO REC-AGENDA(TOTAL-RECERT)
                   IF TAC-USADA(IDX-ACC) NOT = "S"
                       MOVE "S" TO REC-AVISO(TOTAL-RECERT)
                       ADD 1 TO LINEAS-SIN-USO
                   END-IF
               END-IF
           END-PERFORM.

       NUEVA-LINEA.
           IF TOTAL-RECERT < 700
               ADD 1 TO TOTAL-RECERT
               ADD 1 TO LINEAS-GENERADAS
               ADD 1 TO SUP-LINEAS(TURNO-SUP)
               MOVE SPACES TO FILA-RECERT(TOTAL-RECERT)
               MOVE FECHA-HOY TO REC-CAMPANA(TOTAL-RECERT)
               MOVE FECHA-LIMITE TO REC-LIMITE(TOTAL-RECERT)
               MOVE SUP-CODIGO(TURNO-SUP) TO
                   REC-SUPERVISOR(TOTAL-RECERT)
               MOVE OPE-CODIGO(IDX-OPE) TO REC-OPERADOR(TOTAL-RECERT)
               MOVE OPE-NIVEL(IDX-OPE) TO REC-NIVEL(TOTAL-RECERT)
               MOVE OPE-ULTIMA-FIRMA(IDX-OPE) TO
                   REC-ULTIMA-FIRMA(TOTAL-RECERT)
               MOVE OPE-ACTIVIDAD(IDX-OPE) TO
                   REC-ACTIVIDAD(TOTAL-RECERT)
               MOVE "P" TO REC-ESTADO(TOTAL-RECERT)
               MOVE 0 TO REC-FECHA-REVISION(TOTAL-RECERT)
           END-IF.

       GRABAR-RECERT.
           OPEN OUTPUT RECERT-FILE.
           PERFORM VARYING IDX-REC FROM 1 BY 1
                   UNTIL IDX-REC > TOTAL-RECERT
               MOVE FILA-RECERT(IDX-REC) TO LINEA-RECERT
               WRITE LINEA-RECERT
           END-PERFORM.
           CLOSE RECERT-FILE.

      * UNA PAGINA POR SUPERVISOR CON LAS LINEAS QUE LE TOCAN
       ESCRIBIR-INFORME.
           OPEN OUTPUT RECINF-FILE.
           PERFORM VARYING IDX-SUP FROM 1 BY 1
                   UNTIL IDX-SUP > TOTAL-SUPERVISORES
               PERFORM ESCRIBIR-PAGINA-SUPERVISOR
           END-PERFORM.
           CLOSE RECINF-FILE.
      * El informe queda ademas en la cola central de impresion, de
      * donde lo libera el operador con LIBERAR-COLA.
           MOVE "RECINF" TO SPO-FICHERO.
           MOVE "RECINF" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.

       ESCRIBIR-PAGINA-SUPERVISOR.
           MOVE SPACES TO LINEA-RECINF.
           STRING "===== RECERTIFICACION DE ACCESOS - CAMPANA "
               FECHA-HOY " - REVISAR ANTES DEL " FECHA-LIMITE
               " =====" DELIMITED BY SIZE INTO LINEA-RECINF.
           WRITE LINEA-RECINF.
           MOVE SPACES TO LINEA-RECINF.
           STRING "SUPERVISOR: " SUP-CODIGO(IDX-SUP) " "
               SUP-NOMBRE(IDX-SUP) " (" SUP-LINEAS(IDX-SUP)
               " LINEAS, SE REVISAN CON REVISAR-ACCESOS)"
               DELIMITED BY SIZE INTO LINEA-RECINF.
           WRITE LINEA-RECINF.
           MOVE SPACES TO LINEA-RECINF.
           WRITE LINEA-RECINF.
           MOVE "OPERADOR NOMBRE                         NIVEL AGENDA "-
               "         ULT.FIRMA  OPER.90D AVISO" TO LINEA-RECINF.
           WRITE LINEA-RECINF.
           MOVE 0 TO LINEAS-PAGINA.
           PERFORM VARYING IDX-REC FROM 1 BY 1
                   UNTIL IDX-REC > TOTAL-RECERT
               IF REC-SUPERVISOR(IDX-REC) = SUP-CODIGO(IDX-SUP)
                   PERFORM ESCRIBIR-LINEA-INFORME
               END-IF
           END-PERFORM.
           IF LINEAS-PAGINA = 0
               MOVE "  (ninguna)" TO LINEA-RECINF
               WRITE LINEA-RECINF
           END-IF.
           MOVE SPACES TO LINEA-RECINF.
           WRITE LINEA-RECINF.

       ESCRIBIR-LINEA-INFORME.
           ADD 1 TO LINEAS-PAGINA.
           MOVE REC-OPERADOR(IDX-REC) TO OPERADOR-LINEA.
           PERFORM BUSCAR-OPERADOR.
           MOVE SPACES TO TEXTO-AVISO.
           EVALUATE TRUE
               WHEN REC-INACTIVO(IDX-REC)
                   MOVE "** SIN FIRMAR EN 90 DIAS" TO TEXTO-AVISO
               WHEN REC-SIN-USO(IDX-REC)
                   MOVE "** AGENDA NUNCA USADA" TO TEXTO-AVISO
           END-EVALUATE.
           IF REC-DE-NIVEL(IDX-REC)
               MOVE "(NIVEL)" TO TEXTO-AGENDA
           ELSE
               MOVE REC-AGENDA(IDX-REC) TO TEXTO-AGENDA
           END-IF.
           MOVE SPACES TO LINEA-RECINF.
           STRING REC-OPERADOR(IDX-REC) " "
               OPE-NOMBRE(FILA-OPE-LINEA) "  "
               REC-NIVEL(IDX-REC) "     " TEXTO-AGENDA " "
               REC-ULTIMA-FIRMA(IDX-REC) "   "
               REC-ACTIVIDAD(IDX-REC) "    " TEXTO-AVISO
               DELIMITED BY SIZE INTO LINEA-RECINF.
           WRITE LINEA-RECINF.

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

       END PROGRAM RECERTIFICA-ACCESOS.
