     /*
      * CONCILIACION PERIODICA DE CIFRAS CON LAS DELEGACIONES.
      * No es la solucion de ningun reto: GENERA-MOVDELEG manda a
      * las delegaciones los cambios de la central y
      * MANTENIMIENTO-LOTE nos aplica los suyos, pero nadie
      * comprobaba que los dos lados acabasen con los mismos datos.
      * El programa tiene dos modos, por la primera linea de SYSIN:
      *   G (generar), en la delegacion, con su codigo de delegacion
      *     en la segunda linea: por cada agenda suscrita (su copia
      *     de DELEGAC, las lineas con su codigo) escribe en CTLDELEG
      *       CONTROL;DELEGACION;AGENDA;FECHA;TOTAL;HASH
      *     con el recuento y la suma de control de claves calculados
      *     como CTLSUB01 calcula CONTROLAG, y detras una linea
      *       CLAVE;DELEGACION;AGENDA;NOMBRE;ESTADO
      *     por cada contacto de la agenda, para poder bajar al
      *     detalle si la central no cuadra.
      *   C (conciliar), en la central, con los CTLDELEG recibidos
      *     concatenados en uno: por cada suscripcion de DELEGAC
      *     compara sus cifras con las nuestras y deja el resultado
      *     en el informe CONCDEL. Si una agenda no cuadra, lista
      *     clave a clave las diferencias y escribe el fichero
      *     corrector que nombra el cuarto campo de su linea de
      *     DELEGAC (DELEGACION;AGENDA;FICHERO;CORRECTOR), con el
      *     mismo formato, secuencia (MOVDSEQ) y cifrado (CIFSUB01)
      *     que los ficheros de GENERA-MOVDELEG, para que la
      *     delegacion lo aplique con su MANTENIMIENTO-LOTE: ALTA de
      *     lo que le falta, REACTIVACION de lo que tiene de baja y
      *     BAJA de lo que tiene activo y aqui no lo esta.
      * Recuento y suma se calculan solo sobre los contactos activos:
      * las bajas las purga cada lado con su propio archivado y en
      * fechas distintas, y con ellas las cifras no cuadrarian nunca.
      * Una clave con movimientos de HOY en AUDITORIA viaja ya en el
      * fichero de movimientos de esta noche: se lista como EN CAMINO
      * y no se corrige. Una agenda descuadrada deja un aviso en
      * EXCEPCIONES pero no sube el RC (es un dato que corregir, no
      * un fallo del paso); sin clave de cifrado vigente se concilia
      * igual pero no sale ningun corrector (grave y RC 8).
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-DELEG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELEGAC-FILE ASSIGN TO "DELEGAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DELEGAC.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
           SELECT CTLDELEG-FILE ASSIGN TO "CTLDELEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CTLDELEG.
           SELECT AUDITORIA-FILE ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.
           SELECT CONCDEL-FILE ASSIGN TO "CONCDEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONCDEL.
      * El fichero corrector de cada suscripcion se abre por el
      * nombre logico que trae su linea de DELEGAC.
           SELECT CORRECTOR-FILE ASSIGN TO CORRECTOR-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORRECTOR.
           SELECT MOVDSEQ-FILE ASSIGN TO "MOVDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVDSEQ.
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
       FD DELEGAC-FILE.
           01 LINEA-DELEGAC PIC X(60).

       FD CONTACTOS-FILE.
           01 REG-CONTACTO.
      * Registro canonico de contacto (copybooks/CONTACTO.cpy), mismo
      * REPLACING que usa genera-movdeleg.cbl para su REG-CONTACTO.
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
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==
                   ==EMAIL== BY ==EMAIL-REG==
                   ==DIRECCION== BY ==DIRECCION-REG==
                   ==DIR-CALLE== BY ==DIR-CALLE-REG==
                   ==DIR-CIUDAD== BY ==DIR-CIUDAD-REG==
                   ==DIR-CP== BY ==DIR-CP-REG==.

       FD CTLDELEG-FILE.
           01 LINEA-CTLDELEG PIC X(80).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD CONCDEL-FILE.
           01 LINEA-CONCDEL PIC X(100).

       FD CORRECTOR-FILE.
           01 LINEA-CORRECTOR PIC X(190).

       FD MOVDSEQ-FILE.
           01 LINEA-MOVDSEQ PIC X(20).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-DELEGAC PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-CTLDELEG PIC XX.
           77 FS-AUDITORIA PIC XX.
           77 FS-CONCDEL PIC XX.
           77 FS-CORRECTOR PIC XX.
           77 FS-MOVDSEQ PIC XX.
           77 FS-EXCEPCIONES PIC XX.

      * Tarjetas del SYSIN: modo y, en la delegacion, su codigo.
           77 MODO-CONCILIA PIC X.
               88 MODO-GENERAR VALUE "G" "g".
               88 MODO-CONCILIAR VALUE "C" "c".
           77 DEL-PROPIA PIC X(8).

      * Suscripcion en curso.
           77 DEL-CODIGO PIC X(8).
           77 DEL-AGENDA PIC X(15).
           77 SALIDA-NOMBRE PIC X(8).
           77 CORRECTOR-NOMBRE PIC X(8).

      * Cifras de la agenda en curso: las nuestras, calculadas como
      * CTLSUB01 sobre los activos, y las que manda la delegacion.
           77 LOC-TOTAL PIC 9(5).
           77 LOC-HASH PIC 9(12).
           77 REM-TOTAL PIC 9(5).
           77 REM-HASH PIC 9(12).
           77 CTRL-BYTE PIC 9(2).
           77 SW-CONTROL PIC X.
               88 CONTROL-RECIBIDO VALUE "S".
           77 SW-CTLDELEG PIC X VALUE "N".
               88 CTLDELEG-PRESENTE VALUE "S".

      * Troceado de las lineas de CTLDELEG.
           77 CTL-TIPO PIC X(8).
           77 CTL-DELEG PIC X(8).
           77 CTL-AGENDA PIC X(15).
           77 CTL-FECHA PIC X(8).
           77 CTL-TOTAL-LIN PIC X(5).
           77 CTL-HASH-LIN PIC X(12).
           77 CTL-NOMBRE PIC X(30).
           77 CTL-ESTADO PIC X.

      * Claves que la delegacion dice tener en la agenda en curso,
      * marcadas segun se van encontrando en nuestro fichero.
           01 TABLA-REMOTA.
               05 FILA-REMOTA OCCURS 2000 TIMES.
                   10 REM-NOMBRE PIC X(30).
                   10 REM-ESTADO PIC X.
                   10 REM-VISTA PIC X.
           77 TOTAL-REMOTAS PIC 9(4) VALUE 0.
           77 IDX-REM PIC 9(4).
           77 SW-REMOTAS PIC X.
               88 REMOTAS-DESBORDADAS VALUE "S".
           77 SW-REM PIC X.
               88 REMOTA-HALLADA VALUE "S".

      * Claves de la agenda tocadas hoy segun AUDITORIA: viajan en
      * los movimientos de esta noche y no se corrigen.
           01 TABLA-EN-CAMINO.
               05 CAM-NOMBRE PIC X(30) OCCURS 200 TIMES.
           77 TOTAL-EN-CAMINO PIC 9(3) VALUE 0.
           77 IDX-CAM PIC 9(3).
           77 SW-CAM PIC X.
               88 CLAVE-EN-CAMINO VALUE "S".
           77 AUD-FECHA PIC X(8).
           77 AUD-OPERACION PIC X(10).
           77 AUD-NOMBRE PIC X(30).
           77 AUD-AGENDA PIC X(15).
           77 AUD-FECHA-COMP PIC 9(8).

      * Diferencia en curso y movimientos del corrector, recogidos
      * antes de escribir (el total va en la cabecera).
           77 DIF-NOMBRE PIC X(30).
           77 DIF-LOCAL PIC X.
           77 DIF-REMOTO PIC X.
           77 DIF-ACCION PIC X(12).
           77 DIF-PENDIENTES PIC 9(4).
           77 DIF-EN-CAMINO PIC 9(4).
           01 TABLA-MOVIMIENTOS.
               05 MOV-LINEA PIC X(190) OCCURS 200 TIMES.
           77 TOTAL-MOVIMIENTOS PIC 9(3) VALUE 0.
           77 IDX-MOV PIC 9(3).
           77 RESULTADO-AGENDA PIC X(20).

      * Secuencias por delegacion, compartidas con GENERA-MOVDELEG
      * en el registro MOVDSEQ.
           01 TABLA-SECUENCIAS.
               05 FILA-SECUENCIA OCCURS 20 TIMES.
                   10 SEQ-DELEG PIC X(8).
                   10 SEQ-NUMERO PIC 9(6).
           77 TOTAL-SECUENCIAS PIC 9(2) VALUE 0.
           77 IDX-SEQ PIC 9(2).
           77 SEQ-DELEG-LIN PIC X(8).
           77 SEQ-NUMERO-LIN PIC X(6).
           77 SECUENCIA-ACTUAL PIC 9(6).
           77 SW-SEQ PIC X.
               88 SECUENCIA-HALLADA VALUE "S".
           77 SW-SECUENCIAS PIC X VALUE "N".
               88 SECUENCIAS-CAMBIADAS VALUE "S".

      * Semilla de cifrado de cada corrector: fecha, hora de la
      * pasada y ordinal de la suscripcion.
           01 SEMILLA-FICHERO.
               05 SEM-FECHA PIC 9(8).
               05 SEM-HORA PIC 9(6).
               05 SEM-ORDINAL PIC 9(2).
           77 HORA-PASADA PIC 9(8).
           77 SW-CLAVE PIC X VALUE "N".
               88 CLAVE-VIGENTE VALUE "S".

      * Parametros de la subrutina compartida de cifrado CIFSUB01.
           77 CIF-OPERACION PIC X.
           77 CIF-VERSION PIC 9(3).
           77 CIF-SEMILLA PIC X(16).
           77 CIF-TESTIGO PIC X(10).
           77 CIF-NUMERO PIC 9(7).
           77 CIF-LINEA PIC X(250).
           77 CIF-LARGO PIC 9(3).
           77 CIF-ESTADO PIC 9.

           77 FECHA-HOY PIC 9(8).
           77 SUSCRIPCIONES PIC 9(2) VALUE 0.
           77 CUADRADAS PIC 9(2) VALUE 0.
           77 DESCUADRADAS PIC 9(2) VALUE 0.
           77 SIN-CONTROL PIC 9(2) VALUE 0.
           77 CLAVES-ESCRITAS PIC 9(5) VALUE 0.
           77 MOVS-GENERADOS PIC 9(4) VALUE 0.

      * Dato de la excepcion en curso, como en los demas programas.
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           ACCEPT MODO-CONCILIA.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-PASADA FROM TIME.
           EVALUATE TRUE
               WHEN MODO-GENERAR
                   ACCEPT DEL-PROPIA
                   PERFORM GENERAR-CONTROL
                   MOVE SUSCRIPCIONES TO RES-ENTRADAS
                   MOVE CLAVES-ESCRITAS TO RES-SALIDAS
                   MOVE 0 TO RES-RECHAZOS
               WHEN MODO-CONCILIAR
                   PERFORM CARGAR-SECUENCIAS
                   PERFORM COMPROBAR-CLAVE
                   PERFORM CONCILIAR-DELEGACIONES
                   MOVE SUSCRIPCIONES TO RES-ENTRADAS
                   MOVE MOVS-GENERADOS TO RES-SALIDAS
                   MOVE DESCUADRADAS TO RES-RECHAZOS
               WHEN OTHER
                   DISPLAY "Modo de conciliacion no valido: "
                       MODO-CONCILIA
                   MOVE 8 TO CODIGO-SALIDA
           END-EVALUATE.
           MOVE "CONCDEL" TO RES-PROGRAMA.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * MODO G, EN LA DELEGACION: UNA LINEA CONTROL Y SUS LINEAS
      * CLAVE POR CADA AGENDA SUSCRITA CON SU CODIGO EN DELEGAC
       GENERAR-CONTROL.
           OPEN INPUT DELEGAC-FILE.
           IF FS-DELEGAC NOT = "00"
               DISPLAY "Sin fichero DELEGAC: ninguna agenda suscrita"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               OPEN OUTPUT CTLDELEG-FILE
               PERFORM UNTIL FS-DELEGAC = "10"
                   READ DELEGAC-FILE
                       AT END
                           MOVE "10" TO FS-DELEGAC
                       NOT AT END
                           PERFORM TROCEAR-SUSCRIPCION
                           IF DEL-CODIGO = DEL-PROPIA
                               AND DEL-AGENDA NOT = SPACES
                               ADD 1 TO SUSCRIPCIONES
                               PERFORM CALCULAR-CIFRAS-AGENDA
                               PERFORM ESCRIBIR-CONTROL-AGENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLDELEG-FILE
               CLOSE DELEGAC-FILE
               DISPLAY "Control para la central: " SUSCRIPCIONES
                   " agendas, " CLAVES-ESCRITAS " claves en CTLDELEG"
               IF SUSCRIPCIONES = 0
                   DISPLAY "Ninguna suscripcion en DELEGAC para la "-
                       "delegacion " DEL-PROPIA
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.

       TROCEAR-SUSCRIPCION.
           MOVE SPACES TO DEL-CODIGO.
           MOVE SPACES TO DEL-AGENDA.
           MOVE SPACES TO SALIDA-NOMBRE.
           MOVE SPACES TO CORRECTOR-NOMBRE.
           UNSTRING LINEA-DELEGAC DELIMITED BY ";"
               INTO DEL-CODIGO DEL-AGENDA SALIDA-NOMBRE
                   CORRECTOR-NOMBRE.

      * RECUENTO Y SUMA DE CONTROL DE LAS CLAVES ACTIVAS DE LA AGENDA,
      * EL MISMO CALCULO QUE CTLSUB01 HACE CON TODO EL FICHERO. EN
      * MODO G SE ESCRIBE ADEMAS LA LINEA CLAVE DE CADA CONTACTO
       CALCULAR-CIFRAS-AGENDA.
           MOVE 0 TO LOC-TOTAL.
           MOVE 0 TO LOC-HASH.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS = "00"
               PERFORM UNTIL FS-CONTACTOS = "10"
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CONTACTOS
                       NOT AT END
                           IF AGENDA-NOMBRE-REG = DEL-AGENDA
                               PERFORM SUMAR-CLAVE-LOCAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS-FILE
           END-IF.

       SUMAR-CLAVE-LOCAL.
           IF CONTACTO-ACTIVO-REG
               ADD 1 TO LOC-TOTAL
               PERFORM VARYING CTRL-BYTE FROM 1 BY 1
                       UNTIL CTRL-BYTE > 45
                   COMPUTE LOC-HASH = LOC-HASH
                       + FUNCTION ORD(CLAVE-REG(CTRL-BYTE:1))
               END-PERFORM
           END-IF.
           IF MODO-GENERAR
               MOVE SPACES TO LINEA-CTLDELEG
               STRING "CLAVE;" DELIMITED BY SIZE
                   DEL-PROPIA DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   DEL-AGENDA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NOMBRE-REG DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ESTADO-REG DELIMITED BY SIZE
                   INTO LINEA-CTLDELEG
               WRITE LINEA-CTLDELEG
               ADD 1 TO CLAVES-ESCRITAS
           END-IF.

       ESCRIBIR-CONTROL-AGENDA.
           MOVE SPACES TO LINEA-CTLDELEG.
           STRING "CONTROL;" DELIMITED BY SIZE
               DEL-PROPIA DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               DEL-AGENDA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               LOC-TOTAL DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               LOC-HASH DELIMITED BY SIZE
               INTO LINEA-CTLDELEG.
           WRITE LINEA-CTLDELEG.
           DISPLAY "Agenda " DEL-AGENDA ": " LOC-TOTAL
               " activos, suma " LOC-HASH.

      * MODO C, EN LA CENTRAL: CADA SUSCRIPCION DE DELEGAC CONTRA
      * LO QUE SU DELEGACION HA MANDADO EN CTLDELEG
       CONCILIAR-DELEGACIONES.
           OPEN INPUT CTLDELEG-FILE.
           IF FS-CTLDELEG = "00"
               MOVE "S" TO SW-CTLDELEG
               CLOSE CTLDELEG-FILE
           END-IF.
           OPEN INPUT DELEGAC-FILE.
           IF FS-DELEGAC NOT = "00"
               DISPLAY "Sin fichero DELEGAC: ninguna delegacion "-
                   "suscrita"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               IF NOT CTLDELEG-PRESENTE
                   DISPLAY "Sin fichero CTLDELEG: ninguna delegacion "-
                       "ha mandado su control"
               END-IF
               OPEN OUTPUT CONCDEL-FILE
               MOVE SPACES TO LINEA-CONCDEL
               STRING "CONCILIACION CON LAS DELEGACIONES - "
                   DELIMITED BY SIZE
                   FECHA-HOY DELIMITED BY SIZE
                   INTO LINEA-CONCDEL
               WRITE LINEA-CONCDEL
               MOVE "DELEG    AGENDA          CENTRAL (ACTIVOS/SUMA) "-
                   "  DELEGACION (ACTIVOS/SUMA)  RESULTADO"
                   TO LINEA-CONCDEL
               WRITE LINEA-CONCDEL
               PERFORM UNTIL FS-DELEGAC = "10"
                   READ DELEGAC-FILE
                       AT END
                           MOVE "10" TO FS-DELEGAC
                       NOT AT END
                           PERFORM TROCEAR-SUSCRIPCION
                           IF DEL-CODIGO NOT = SPACES
                               AND DEL-AGENDA NOT = SPACES
                               PERFORM CONCILIAR-SUSCRIPCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DELEGAC-FILE
               MOVE SPACES TO LINEA-CONCDEL
               STRING "TOTAL: " DELIMITED BY SIZE
                   SUSCRIPCIONES DELIMITED BY SIZE
                   " SUSCRIPCIONES, " DELIMITED BY SIZE
                   CUADRADAS DELIMITED BY SIZE
                   " CUADRAN, " DELIMITED BY SIZE
                   DESCUADRADAS DELIMITED BY SIZE
                   " DESCUADRADAS, " DELIMITED BY SIZE
                   SIN-CONTROL DELIMITED BY SIZE
                   " SIN CONTROL, " DELIMITED BY SIZE
                   MOVS-GENERADOS DELIMITED BY SIZE
                   " MOVIMIENTOS CORRECTORES" DELIMITED BY SIZE
                   INTO LINEA-CONCDEL
               WRITE LINEA-CONCDEL
               CLOSE CONCDEL-FILE
               IF SECUENCIAS-CAMBIADAS
                   PERFORM GRABAR-SECUENCIAS
               END-IF
               DISPLAY "Conciliacion con delegaciones: "
                   SUSCRIPCIONES " suscripciones, " DESCUADRADAS
                   " descuadradas, " SIN-CONTROL " sin control"
           END-IF.

      * UNA SUSCRIPCION: CIFRAS DE LOS DOS LADOS Y, SI NO CUADRAN,
      * DIFERENCIAS CLAVE A CLAVE Y FICHERO CORRECTOR
       CONCILIAR-SUSCRIPCION.
           ADD 1 TO SUSCRIPCIONES.
           MOVE 0 TO DIF-PENDIENTES.
           MOVE 0 TO DIF-EN-CAMINO.
           MOVE 0 TO TOTAL-MOVIMIENTOS.
           PERFORM BUSCAR-CONTROL-REMOTO.
           PERFORM CALCULAR-CIFRAS-AGENDA.
           EVALUATE TRUE
               WHEN NOT CONTROL-RECIBIDO
                   MOVE "SIN CONTROL" TO RESULTADO-AGENDA
                   ADD 1 TO SIN-CONTROL
               WHEN LOC-TOTAL = REM-TOTAL AND LOC-HASH = REM-HASH
                   MOVE "CUADRA" TO RESULTADO-AGENDA
                   ADD 1 TO CUADRADAS
               WHEN OTHER
                   MOVE "DESCUADRE" TO RESULTADO-AGENDA
           END-EVALUATE.
           PERFORM ESCRIBIR-LINEA-SUSCRIPCION.
           IF RESULTADO-AGENDA = "DESCUADRE"
               PERFORM CARGAR-CLAVES-REMOTAS
               PERFORM CARGAR-EN-CAMINO
               PERFORM DIFERENCIAR-AGENDA
               PERFORM CERRAR-DESCUADRE
           END-IF.

       BUSCAR-CONTROL-REMOTO.
           MOVE "N" TO SW-CONTROL.
           MOVE 0 TO REM-TOTAL.
           MOVE 0 TO REM-HASH.
           IF CTLDELEG-PRESENTE
               OPEN INPUT CTLDELEG-FILE
               PERFORM UNTIL FS-CTLDELEG = "10"
                   READ CTLDELEG-FILE
                       AT END
                           MOVE "10" TO FS-CTLDELEG
                       NOT AT END
                           IF LINEA-CTLDELEG(1:8) = "CONTROL;"
                               PERFORM TROCEAR-CONTROL-REMOTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CTLDELEG-FILE
           END-IF.

      * SI UNA DELEGACION MANDA VARIOS CONTROLES DE LA MISMA AGENDA
      * (CTLDELEG CONCATENADOS DE DOS PERIODOS) VALE EL ULTIMO
       TROCEAR-CONTROL-REMOTO.
           MOVE SPACES TO CTL-TIPO CTL-DELEG CTL-AGENDA CTL-FECHA
               CTL-TOTAL-LIN CTL-HASH-LIN.
           UNSTRING LINEA-CTLDELEG DELIMITED BY ";"
               INTO CTL-TIPO CTL-DELEG CTL-AGENDA CTL-FECHA
                   CTL-TOTAL-LIN CTL-HASH-LIN.
           IF CTL-DELEG = DEL-CODIGO AND CTL-AGENDA = DEL-AGENDA
               AND CTL-TOTAL-LIN IS NUMERIC
               AND CTL-HASH-LIN IS NUMERIC
               MOVE "S" TO SW-CONTROL
               MOVE CTL-TOTAL-LIN TO REM-TOTAL
               MOVE CTL-HASH-LIN TO REM-HASH
           END-IF.

       ESCRIBIR-LINEA-SUSCRIPCION.
           MOVE SPACES TO LINEA-CONCDEL.
           IF CONTROL-RECIBIDO
               STRING DEL-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DEL-AGENDA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LOC-TOTAL DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   LOC-HASH DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   REM-TOTAL DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   REM-HASH DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   RESULTADO-AGENDA DELIMITED BY SIZE
                   INTO LINEA-CONCDEL
           ELSE
               STRING DEL-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DEL-AGENDA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LOC-TOTAL DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   LOC-HASH DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   "------------------" DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   RESULTADO-AGENDA DELIMITED BY SIZE
                   INTO LINEA-CONCDEL
           END-IF.
           WRITE LINEA-CONCDEL.

      * CLAVES QUE LA DELEGACION DICE TENER EN LA AGENDA; SI NO CABEN
      * EN LA TABLA NO SE CORRIGE NADA A CIEGAS
       CARGAR-CLAVES-REMOTAS.
           MOVE 0 TO TOTAL-REMOTAS.
           MOVE "N" TO SW-REMOTAS.
           OPEN INPUT CTLDELEG-FILE.
           PERFORM UNTIL FS-CTLDELEG = "10"
               READ CTLDELEG-FILE
                   AT END
                       MOVE "10" TO FS-CTLDELEG
                   NOT AT END
                       IF LINEA-CTLDELEG(1:6) = "CLAVE;"
                           PERFORM ANOTAR-CLAVE-REMOTA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CTLDELEG-FILE.

       ANOTAR-CLAVE-REMOTA.
           MOVE SPACES TO CTL-TIPO CTL-DELEG CTL-AGENDA CTL-NOMBRE
               CTL-ESTADO.
           UNSTRING LINEA-CTLDELEG DELIMITED BY ";"
               INTO CTL-TIPO CTL-DELEG CTL-AGENDA CTL-NOMBRE
                   CTL-ESTADO.
           IF CTL-DELEG = DEL-CODIGO AND CTL-AGENDA = DEL-AGENDA
               AND CTL-NOMBRE NOT = SPACES
               IF TOTAL-REMOTAS < 2000
                   ADD 1 TO TOTAL-REMOTAS
                   MOVE CTL-NOMBRE TO REM-NOMBRE(TOTAL-REMOTAS)
                   MOVE CTL-ESTADO TO REM-ESTADO(TOTAL-REMOTAS)
                   MOVE "N" TO REM-VISTA(TOTAL-REMOTAS)
               ELSE
                   MOVE "S" TO SW-REMOTAS
               END-IF
           END-IF.

      * CLAVES DE LA AGENDA CON MOVIMIENTOS DE HOY EN AUDITORIA, LAS
      * MISMAS OPERACIONES QUE TRASLADA GENERA-MOVDELEG
       CARGAR-EN-CAMINO.
           MOVE 0 TO TOTAL-EN-CAMINO.
           OPEN INPUT AUDITORIA-FILE.
           IF FS-AUDITORIA = "00"
               PERFORM UNTIL FS-AUDITORIA = "10"
                   READ AUDITORIA-FILE
                       AT END
                           MOVE "10" TO FS-AUDITORIA
                       NOT AT END
                           PERFORM ANOTAR-EN-CAMINO
                   END-READ
               END-PERFORM
               CLOSE AUDITORIA-FILE
           END-IF.

       ANOTAR-EN-CAMINO.
           MOVE LINEA-AUDITORIA(1:8) TO AUD-FECHA.
           MOVE LINEA-AUDITORIA(19:10) TO AUD-OPERACION.
           MOVE LINEA-AUDITORIA(30:30) TO AUD-NOMBRE.
           MOVE LINEA-AUDITORIA(61:15) TO AUD-AGENDA.
           IF AUD-FECHA IS NUMERIC
               MOVE AUD-FECHA TO AUD-FECHA-COMP
           ELSE
               MOVE 0 TO AUD-FECHA-COMP
           END-IF.
           IF AUD-FECHA-COMP > 0 AND AUD-FECHA-COMP < 19000101
               ADD 20000000 TO AUD-FECHA-COMP
           END-IF.
           IF AUD-FECHA-COMP = FECHA-HOY
               AND AUD-AGENDA = DEL-AGENDA
               AND (AUD-OPERACION = "ALTA" OR "MODIFICAR"
                   OR "BAJA" OR "REACTIVAR")
               AND TOTAL-EN-CAMINO < 200
               ADD 1 TO TOTAL-EN-CAMINO
               MOVE AUD-NOMBRE TO CAM-NOMBRE(TOTAL-EN-CAMINO)
           END-IF.

      * RECORRIDO DE NUESTRA AGENDA CONTRA LAS CLAVES DE LA
      * DELEGACION Y, DESPUES, LAS SUYAS QUE AQUI NO APARECIERON
       DIFERENCIAR-AGENDA.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS = "00"
               PERFORM UNTIL FS-CONTACTOS = "10"
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CONTACTOS
                       NOT AT END
                           IF AGENDA-NOMBRE-REG = DEL-AGENDA
                               PERFORM COMPARAR-CLAVE-LOCAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS-FILE
           END-IF.
           PERFORM VARYING IDX-REM FROM 1 BY 1
                   UNTIL IDX-REM > TOTAL-REMOTAS
               IF REM-VISTA(IDX-REM) = "N"
                   AND REM-ESTADO(IDX-REM) = "A"
                   MOVE REM-NOMBRE(IDX-REM) TO DIF-NOMBRE
                   MOVE "-" TO DIF-LOCAL
                   MOVE "A" TO DIF-REMOTO
                   MOVE "BAJA" TO DIF-ACCION
                   PERFORM ANOTAR-DIFERENCIA
               END-IF
           END-PERFORM.

      * UN CONTACTO NUESTRO: SU CLAVE EN LA TABLA DE LA DELEGACION
      * DECIDE SI HAY QUE DARLO DE ALTA, REACTIVARLO O DARLO DE BAJA
       COMPARAR-CLAVE-LOCAL.
           MOVE "N" TO SW-REM.
           PERFORM VARYING IDX-REM FROM 1 BY 1
                   UNTIL IDX-REM > TOTAL-REMOTAS
                       OR REMOTA-HALLADA
               IF REM-NOMBRE(IDX-REM) = NOMBRE-REG
                   MOVE "S" TO SW-REM
                   MOVE "S" TO REM-VISTA(IDX-REM)
                   SUBTRACT 1 FROM IDX-REM
               END-IF
           END-PERFORM.
           MOVE NOMBRE-REG TO DIF-NOMBRE.
           MOVE ESTADO-REG TO DIF-LOCAL.
           IF REMOTA-HALLADA
               MOVE REM-ESTADO(IDX-REM) TO DIF-REMOTO
           ELSE
               MOVE "-" TO DIF-REMOTO
           END-IF.
           MOVE SPACES TO DIF-ACCION.
           EVALUATE TRUE
               WHEN CONTACTO-ACTIVO-REG AND NOT REMOTA-HALLADA
                   MOVE "ALTA" TO DIF-ACCION
               WHEN CONTACTO-ACTIVO-REG AND DIF-REMOTO NOT = "A"
                   MOVE "REACTIVACION" TO DIF-ACCION
               WHEN NOT CONTACTO-ACTIVO-REG AND DIF-REMOTO = "A"
                   MOVE "BAJA" TO DIF-ACCION
           END-EVALUATE.
           IF DIF-ACCION NOT = SPACES
               PERFORM ANOTAR-DIFERENCIA
           END-IF.

      * UNA DIFERENCIA A LA LISTA Y, SI NO VIAJA YA EN LOS
      * MOVIMIENTOS DE HOY, SU MOVIMIENTO AL CORRECTOR. LAS ALTAS
      * VAN CON EL MAESTRO, QUE ES EL REGISTRO QUE SE ACABA DE LEER
       ANOTAR-DIFERENCIA.
           MOVE "N" TO SW-CAM.
           PERFORM VARYING IDX-CAM FROM 1 BY 1
                   UNTIL IDX-CAM > TOTAL-EN-CAMINO
                       OR CLAVE-EN-CAMINO
               IF CAM-NOMBRE(IDX-CAM) = DIF-NOMBRE
                   MOVE "S" TO SW-CAM
               END-IF
           END-PERFORM.
           IF CLAVE-EN-CAMINO
               ADD 1 TO DIF-EN-CAMINO
           ELSE
               ADD 1 TO DIF-PENDIENTES
               IF TOTAL-MOVIMIENTOS < 200
                   ADD 1 TO TOTAL-MOVIMIENTOS
                   MOVE SPACES TO MOV-LINEA(TOTAL-MOVIMIENTOS)
                   IF DIF-ACCION = "ALTA"
                       STRING "ALTA;" DELIMITED BY SIZE
                           DEL-AGENDA DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           NOMBRE-REG DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           NUM-PAIS-REG DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           NUM-PRINCIPAL-REG DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           NUM-EXT-REG DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           EMAIL-REG DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           DIR-CALLE-REG DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           DIR-CIUDAD-REG DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           DIR-CP-REG DELIMITED BY SIZE
                           INTO MOV-LINEA(TOTAL-MOVIMIENTOS)
                   ELSE
                       STRING DIF-ACCION DELIMITED BY SPACE
                           ";" DELIMITED BY SIZE
                           DEL-AGENDA DELIMITED BY SIZE
                           ";" DELIMITED BY SIZE
                           DIF-NOMBRE DELIMITED BY SIZE
                           INTO MOV-LINEA(TOTAL-MOVIMIENTOS)
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO LINEA-CONCDEL.
           STRING "    " DELIMITED BY SIZE
               DIF-NOMBRE DELIMITED BY SIZE
               " CENTRAL " DELIMITED BY SIZE
               DIF-LOCAL DELIMITED BY SIZE
               " DELEGACION " DELIMITED BY SIZE
               DIF-REMOTO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DIF-ACCION DELIMITED BY SIZE
               INTO LINEA-CONCDEL.
           IF CLAVE-EN-CAMINO
               MOVE "EN CAMINO" TO LINEA-CONCDEL(75:9)
           END-IF.
           WRITE LINEA-CONCDEL.

      * RESULTADO DE UNA AGENDA DESCUADRADA: SI TODO LO QUE FALTA
      * VIAJA EN LOS MOVIMIENTOS DE HOY NO HAY NADA QUE CORREGIR
       CERRAR-DESCUADRE.
           MOVE SPACES TO LINEA-CONCDEL.
           IF DIF-PENDIENTES = 0
               ADD 1 TO CUADRADAS
               STRING "    CUADRA TRAS LOS MOVIMIENTOS DE HOY: "
                   DELIMITED BY SIZE
                   DIF-EN-CAMINO DELIMITED BY SIZE
                   " CLAVES EN CAMINO" DELIMITED BY SIZE
                   INTO LINEA-CONCDEL
               WRITE LINEA-CONCDEL
           ELSE
               ADD 1 TO DESCUADRADAS
               MOVE "CONCDEL" TO EXC-PROGRAMA
               MOVE "LOTE" TO EXC-OPERADOR
               MOVE "DESCUADRE-DELEG" TO EXC-TIPO
               MOVE SPACES TO EXC-DETALLE
               STRING DEL-CODIGO DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   DEL-AGENDA DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   DIF-PENDIENTES DELIMITED BY SIZE
                   " DIFER." DELIMITED BY SIZE
                   INTO EXC-DETALLE
               MOVE "A" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
               EVALUATE TRUE
                   WHEN REMOTAS-DESBORDADAS
                       STRING "    DEMASIADAS CLAVES EN CTLDELEG: "
                           DELIMITED BY SIZE
                           "NO SE GENERA CORRECTOR" DELIMITED BY SIZE
                           INTO LINEA-CONCDEL
                   WHEN CORRECTOR-NOMBRE = SPACES
                       STRING "    SIN FICHERO CORRECTOR EN DELEGAC: "
                           DELIMITED BY SIZE
                           "SOLO SE LISTAN LAS DIFERENCIAS"
                           DELIMITED BY SIZE
                           INTO LINEA-CONCDEL
                   WHEN NOT CLAVE-VIGENTE
                       STRING "    SIN CLAVE DE CIFRADO VIGENTE: "
                           DELIMITED BY SIZE
                           "NO SE GENERA CORRECTOR" DELIMITED BY SIZE
                           INTO LINEA-CONCDEL
                   WHEN OTHER
                       PERFORM AVANZAR-SECUENCIA
                       PERFORM ESCRIBIR-CORRECTOR
                       STRING "    " DELIMITED BY SIZE
                           TOTAL-MOVIMIENTOS DELIMITED BY SIZE
                           " MOVIMIENTOS EN " DELIMITED BY SIZE
                           CORRECTOR-NOMBRE DELIMITED BY SPACE
                           " (SECUENCIA " DELIMITED BY SIZE
                           SECUENCIA-ACTUAL DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO LINEA-CONCDEL
               END-EVALUATE
               WRITE LINEA-CONCDEL
               IF DIF-PENDIENTES > TOTAL-MOVIMIENTOS
                   AND NOT REMOTAS-DESBORDADAS
                   MOVE "    CORRECCION PARCIAL: EL RESTO EN EL "-
                       "PROXIMO CONTROL" TO LINEA-CONCDEL
                   WRITE LINEA-CONCDEL
               END-IF
           END-IF.

      * SIN CLAVE VIGENTE EN CLAVECIF NO SE GENERA NINGUN CORRECTOR:
      * NADA SALE EN CLARO HACIA LAS DELEGACIONES
       COMPROBAR-CLAVE.
           MOVE FECHA-HOY TO SEM-FECHA.
           MOVE HORA-PASADA(1:6) TO SEM-HORA.
           MOVE 0 TO SEM-ORDINAL.
           MOVE SEMILLA-FICHERO TO CIF-SEMILLA.
           MOVE "A" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           IF CIF-ESTADO = 0
               MOVE "S" TO SW-CLAVE
           ELSE
               DISPLAY "Sin clave vigente en CLAVECIF: se concilia "-
                   "pero no se genera ningun corrector"
               MOVE "CONCDEL" TO EXC-PROGRAMA
               MOVE "LOTE" TO EXC-OPERADOR
               MOVE "CLAVE-CIFRADO" TO EXC-TIPO
               MOVE "CONCDEL SIN CLAVE VIGENTE" TO EXC-DETALLE
               MOVE "G" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
               MOVE 8 TO CODIGO-SALIDA
           END-IF.

       CARGAR-SECUENCIAS.
           OPEN INPUT MOVDSEQ-FILE.
           IF FS-MOVDSEQ = "00"
               PERFORM UNTIL FS-MOVDSEQ = "10"
                   READ MOVDSEQ-FILE
                       AT END
                           MOVE "10" TO FS-MOVDSEQ
                       NOT AT END
                           IF TOTAL-SECUENCIAS < 20
                               MOVE SPACES TO SEQ-DELEG-LIN
                               MOVE SPACES TO SEQ-NUMERO-LIN
                               UNSTRING LINEA-MOVDSEQ
                                   DELIMITED BY ";"
                                   INTO SEQ-DELEG-LIN SEQ-NUMERO-LIN
                               ADD 1 TO TOTAL-SECUENCIAS
                               MOVE SEQ-DELEG-LIN TO
                                   SEQ-DELEG(TOTAL-SECUENCIAS)
                               IF SEQ-NUMERO-LIN IS NUMERIC
                                   MOVE SEQ-NUMERO-LIN TO
                                       SEQ-NUMERO(TOTAL-SECUENCIAS)
                               ELSE
                                   MOVE 0 TO
                                       SEQ-NUMERO(TOTAL-SECUENCIAS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVDSEQ-FILE
           END-IF.

       GRABAR-SECUENCIAS.
           OPEN OUTPUT MOVDSEQ-FILE.
           PERFORM VARYING IDX-SEQ FROM 1 BY 1
                   UNTIL IDX-SEQ > TOTAL-SECUENCIAS
               MOVE SPACES TO LINEA-MOVDSEQ
               STRING SEQ-DELEG(IDX-SEQ) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   SEQ-NUMERO(IDX-SEQ) DELIMITED BY SIZE
                   INTO LINEA-MOVDSEQ
               WRITE LINEA-MOVDSEQ
           END-PERFORM.
           CLOSE MOVDSEQ-FILE.

      * SECUENCIA SIGUIENTE DE LA DELEGACION EN CURSO, LA MISMA
      * NUMERACION QUE SIGUE GENERA-MOVDELEG
       AVANZAR-SECUENCIA.
           MOVE "N" TO SW-SEQ.
           PERFORM VARYING IDX-SEQ FROM 1 BY 1
                   UNTIL IDX-SEQ > TOTAL-SECUENCIAS
                       OR SECUENCIA-HALLADA
               IF SEQ-DELEG(IDX-SEQ) = DEL-CODIGO
                   MOVE "S" TO SW-SEQ
                   SUBTRACT 1 FROM IDX-SEQ
               END-IF
           END-PERFORM.
           IF NOT SECUENCIA-HALLADA
               IF TOTAL-SECUENCIAS < 20
                   ADD 1 TO TOTAL-SECUENCIAS
                   MOVE DEL-CODIGO TO SEQ-DELEG(TOTAL-SECUENCIAS)
                   MOVE 0 TO SEQ-NUMERO(TOTAL-SECUENCIAS)
                   MOVE TOTAL-SECUENCIAS TO IDX-SEQ
               ELSE
                   MOVE 1 TO IDX-SEQ
               END-IF
           END-IF.
           ADD 1 TO SEQ-NUMERO(IDX-SEQ).
           MOVE SEQ-NUMERO(IDX-SEQ) TO SECUENCIA-ACTUAL.
           MOVE "S" TO SW-SECUENCIAS.

      * EL CORRECTOR LLEVA LA MISMA CABECERA EN CLARO Y EL MISMO
      * CUERPO CIFRADO QUE LOS FICHEROS DE GENERA-MOVDELEG
       ESCRIBIR-CORRECTOR.
           MOVE SUSCRIPCIONES TO SEM-ORDINAL.
           MOVE SEMILLA-FICHERO TO CIF-SEMILLA.
           MOVE "A" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           OPEN OUTPUT CORRECTOR-FILE.
           MOVE SPACES TO LINEA-CORRECTOR.
           STRING "CABECERA;" DELIMITED BY SIZE
               DEL-CODIGO DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               SECUENCIA-ACTUAL DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TOTAL-MOVIMIENTOS DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CIF-VERSION DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CIF-SEMILLA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CIF-TESTIGO DELIMITED BY SIZE
               INTO LINEA-CORRECTOR.
           WRITE LINEA-CORRECTOR.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV > TOTAL-MOVIMIENTOS
               MOVE MOV-LINEA(IDX-MOV) TO CIF-LINEA
               MOVE IDX-MOV TO CIF-NUMERO
               MOVE 190 TO CIF-LARGO
               MOVE "C" TO CIF-OPERACION
               CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION
                   CIF-SEMILLA CIF-TESTIGO CIF-NUMERO CIF-LINEA
                   CIF-LARGO CIF-ESTADO
               MOVE CIF-LINEA TO LINEA-CORRECTOR
               WRITE LINEA-CORRECTOR
           END-PERFORM.
           CLOSE CORRECTOR-FILE.
           ADD TOTAL-MOVIMIENTOS TO MOVS-GENERADOS.
           DISPLAY "Delegacion " DEL-CODIGO ", agenda " DEL-AGENDA
               ": " TOTAL-MOVIMIENTOS " movimientos correctores en "
               CORRECTOR-NOMBRE " (secuencia " SECUENCIA-ACTUAL ")".

       REGISTRAR-EXCEPCION.
           OPEN EXTEND EXCEPCIONES-FILE.
           IF FS-EXCEPCIONES = "35"
               OPEN OUTPUT EXCEPCIONES-FILE
           END-IF.
           ACCEPT EXC-FECHA FROM DATE.
           ACCEPT EXC-HORA FROM TIME.
           MOVE SPACES TO LINEA-EXCEPCION.
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
               INTO LINEA-EXCEPCION.
           WRITE LINEA-EXCEPCION.
           CLOSE EXCEPCIONES-FILE.

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

       END PROGRAM CONCILIA-DELEG.
