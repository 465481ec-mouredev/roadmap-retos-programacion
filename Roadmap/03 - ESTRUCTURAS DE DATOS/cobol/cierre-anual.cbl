     /*
      * CIERRE DE ANO DE LA AGENDA.
      * No es la solucion de ningun reto: cada enero alguien
      * repasaba a mano la lista del cierre. Este programa hace sus
      * pasos, uno por ejecucion, desde el trabajo CIERRE00, que los
      * envuelve con PASOCTL0 como LOTE00 para poder rearrancar. La
      * primera linea de SYSIN es el modo y la segunda el ano que se
      * cierra (en blanco, el anterior al de hoy, porque el trabajo
      * corre en enero):
      *   V  comprueba que FESTIVOS ya tiene las fechas del ano
      *      siguiente (generadas y activadas con GENFES00); si no,
      *      grave y RC 8, y con COND=(1,LT) no corre nada mas
      *   C  congela CONTACTOS en la copia de fin de ano CONTaaaa,
      *      con la imagen fija de las copias de seguridad; la leen
      *      las versiones anuales de ESTAG000 y EDADES00
      *   A  archiva las lineas del ano cerrado (y anteriores) de
      *      SESIONES, LLAMADAS y CALCLOG en SESIaaaa, LLAMaaaa y
      *      CALCaaaa; las del ano nuevo se quedan
      *   R  rueda los contadores del ano: totaliza por programa las
      *      lineas de RESUMEN del ano cerrado en el historico
      *      RESANUAL (ANO;PROGRAMA;EJECUCIONES;ENTRADAS;SALIDAS;
      *      RECHAZOS;PEOR-RC) y las pasa a RESUaaaa
      *   S  vuelve a cero las secuencias de lote de las delegaciones
      *      en MOVDSEQ (MANTENIMIENTO-LOTE acepta el lote 1 de un ano
      *      nuevo como principio de numeracion)
      *   I  imprime el certificado de cierre CIERRCRT
      * Cada paso deja lo que ha cerrado en el registro CIERRLOG
      * (ANO;MODO;FECHA;TEXTO), del que sale el certificado aunque
      * el trabajo se haya rearrancado en otro dia. Un paso que ya
      * consta para ese ano no se repite: rearrancar al dia
      * siguiente no vuelve a poner a cero las secuencias. Todos los
      * modos menos I se niegan a correr sin el calendario del ano
      * siguiente.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-ANUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FESTIVOS-FILE ASSIGN TO "FESTIVOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FESTIVOS.
           SELECT CONTACTOS-FILE ASSIGN TO "CONTACTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * La copia de fin de ano, CONT mas el ano cerrado.
           SELECT COPIA-FILE ASSIGN TO COPIA-NOMBRE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-COPIA.
      * Los registros que se archivan se abren todos con el mismo
      * lector por su nombre logico, como en APLICA-RETENCION, y
      * cada uno con su archivo del ano.
           SELECT REGISTRO-FILE ASSIGN TO REGISTRO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.
           SELECT ARCHIVO-FILE ASSIGN TO ARCHIVO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVO.
           SELECT CIERRTMP-FILE ASSIGN TO "CIERRTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRTMP.
           SELECT RESANUAL-FILE ASSIGN TO "RESANUAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESANUAL.
           SELECT MOVDSEQ-FILE ASSIGN TO "MOVDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVDSEQ.
           SELECT CIERRLOG-FILE ASSIGN TO "CIERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRLOG.
           SELECT CIERRCRT-FILE ASSIGN TO "CIERRCRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRCRT.
      * Los informes anuales de ESTAG000 y EDADES00, que el
      * certificado da por hechos si existen y son de ese ano.
           SELECT INFORME-FILE ASSIGN TO INFORME-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INFORME.
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
       FD FESTIVOS-FILE.
           01 LINEA-FESTIVO PIC X(20).

       FD CONTACTOS-FILE.
           01 REG-CONTACTO.
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

       FD COPIA-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-COPIA PIC X(350).

       FD REGISTRO-FILE.
           01 LINEA-REGISTRO PIC X(200).

       FD ARCHIVO-FILE.
           01 LINEA-ARCHIVO PIC X(200).

       FD CIERRTMP-FILE.
           01 LINEA-CIERRTMP PIC X(200).

       FD RESANUAL-FILE.
           01 LINEA-RESANUAL PIC X(80).

       FD MOVDSEQ-FILE.
           01 LINEA-MOVDSEQ PIC X(20).

       FD CIERRLOG-FILE.
           01 LINEA-CIERRLOG PIC X(100).

       FD CIERRCRT-FILE.
           01 LINEA-CIERRCRT PIC X(132).

       FD INFORME-FILE.
           01 LINEA-INFORME PIC X(100).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-FESTIVOS PIC XX.
           77 FS-CONTACTOS PIC XX.
           77 FS-COPIA PIC XX.
           77 FS-REGISTRO PIC XX.
           77 FS-ARCHIVO PIC XX.
           77 FS-CIERRTMP PIC XX.
           77 FS-RESANUAL PIC XX.
           77 FS-MOVDSEQ PIC XX.
           77 FS-CIERRLOG PIC XX.
           77 FS-CIERRCRT PIC XX.
           77 FS-INFORME PIC XX.
           77 FS-EXCEPCIONES PIC XX.
           77 COPIA-NOMBRE PIC X(8).
           77 REGISTRO-NOMBRE PIC X(8).
           77 ARCHIVO-NOMBRE PIC X(8).
           77 INFORME-NOMBRE PIC X(8).

      * Parametros de SYSIN: modo y ano que se cierra.
           77 MODO PIC X.
               88 MODO-CONOCIDO VALUE "V" "C" "A" "R" "S" "I".
           77 ANO-TEXTO PIC X(4).
           77 ANO-CIERRE PIC 9(4) VALUE 0.
           77 ANO-SIGUIENTE PIC 9(4).
           77 FECHA-HOY PIC 9(8).
           77 HORA-HOY PIC 9(8).

      * Calendario del ano siguiente en FESTIVOS.
           77 FESTIVOS-SIGUIENTE PIC 9(3) VALUE 0.

      * Si el paso ya consta en CIERRLOG para ese ano, y cuando.
           77 SW-HECHO PIC X VALUE "N".
               88 PASO-HECHO VALUE "S".
           77 FECHA-HECHO PIC X(8).

      * Lo que cierra el paso, para CIERRLOG; se escribe al final,
      * cuando el paso ha terminado bien.
           01 TABLA-ANOTACIONES.
               05 ANOTACION PIC X(80) OCCURS 30 TIMES.
           77 TOTAL-ANOTACIONES PIC 9(2) VALUE 0.
           77 IDX-ANO PIC 9(2).
           77 TEXTO-ANOTACION PIC X(80).

      * Registros que se archivan: fichero, prefijo del archivo del
      * ano y columna donde empieza la fecha de la linea.
           01 ARCHIVADOS-VALORES.
               05 FILLER PIC X(15) VALUE "SESIONES SESI19".
               05 FILLER PIC X(15) VALUE "LLAMADAS LLAM01".
               05 FILLER PIC X(15) VALUE "CALCLOG  CALC01".
           01 TABLA-ARCHIVADOS REDEFINES ARCHIVADOS-VALORES.
               05 ARCHIVADO OCCURS 3 TIMES.
                   10 ARC-FICHERO PIC X(8).
                   10 FILLER PIC X.
                   10 ARC-PREFIJO PIC X(4).
                   10 ARC-COLUMNA PIC 9(2).
           77 IDX-ARC PIC 9.

      * Reparto de un registro entre su archivo del ano y lo que se
      * queda vivo.
           77 COLUMNA-FECHA PIC 9(3).
           77 TEXTO-FECHA PIC X(8).
           77 FECHA-LINEA PIC 9(8).
           77 ANO-LINEA PIC 9(4).
           77 SW-LINEA PIC X.
               88 LINEA-CERRADA VALUE "S".
           77 LINEAS-LEIDAS PIC 9(7).
           77 LINEAS-ARCHIVADAS PIC 9(7).
           77 LINEAS-SIGUEN PIC 9(7).
           77 TOTAL-LEIDAS PIC 9(7) VALUE 0.
           77 TOTAL-ARCHIVADAS PIC 9(7) VALUE 0.

      * Contadores del ano por programa, de las lineas de RESUMEN.
           01 TABLA-CONTADORES.
               05 CONTADOR-PROGRAMA OCCURS 200 TIMES.
                   10 CNT-PROGRAMA PIC X(8).
                   10 CNT-EJECUCIONES PIC 9(5).
                   10 CNT-ENTRADAS PIC 9(9).
                   10 CNT-SALIDAS PIC 9(9).
                   10 CNT-RECHAZOS PIC 9(9).
                   10 CNT-PEOR-RC PIC 9.
      * Linea de RESUMEN leida, con las columnas de GRABAR-RESUMEN.
           01 RESUMEN-LEIDO.
               05 RLE-PROGRAMA PIC X(8).
               05 FILLER PIC X.
               05 RLE-FECHA PIC X(8).
               05 FILLER PIC X.
               05 RLE-HORA PIC X(8).
               05 FILLER PIC X.
               05 RLE-ENTRADAS PIC 9(5).
               05 FILLER PIC X.
               05 RLE-SALIDAS PIC 9(5).
               05 FILLER PIC X.
               05 RLE-RECHAZOS PIC 9(5).
               05 FILLER PIC X.
               05 RLE-RC PIC 9.
           77 TOTAL-PROGRAMAS PIC 9(3) VALUE 0.
           77 TOTAL-EJECUCIONES PIC 9(7) VALUE 0.
           77 IDX-CNT PIC 9(3).
           77 SW-CNT PIC X.
               88 PROGRAMA-HALLADO VALUE "S".

      * Secuencias de lote por delegacion, de MOVDSEQ.
           01 TABLA-SECUENCIAS.
               05 FILA-SECUENCIA OCCURS 20 TIMES.
                   10 SEQ-DELEG PIC X(8).
                   10 SEQ-NUMERO PIC 9(6).
           77 TOTAL-SECUENCIAS PIC 9(2) VALUE 0.
           77 IDX-SEQ PIC 9(2).
           77 SEQ-DELEG-LIN PIC X(8).
           77 SEQ-NUMERO-LIN PIC X(6).

      * Copia de fin de ano.
           77 TOTAL-COPIADOS PIC 9(7) VALUE 0.
           77 TOTAL-ACTIVOS PIC 9(7) VALUE 0.

      * Certificado: pasos del cierre en su orden y sus titulos.
           01 PASOS-VALORES.
               05 FILLER PIC X(41)
                   VALUE "VCALENDARIO DEL ANO SIGUIENTE            ".
               05 FILLER PIC X(41)
                   VALUE "CCOPIA DE FIN DE ANO DE CONTACTOS        ".
               05 FILLER PIC X(41)
                   VALUE "AARCHIVO DE SESIONES, LLAMADAS Y CALCLOG ".
               05 FILLER PIC X(41)
                   VALUE "RCONTADORES DEL ANO (RESUMEN A RESANUAL) ".
               05 FILLER PIC X(41)
                   VALUE "SSECUENCIAS DE LOTE DE LAS DELEGACIONES  ".
           01 TABLA-PASOS REDEFINES PASOS-VALORES.
               05 PASO-CIERRE OCCURS 5 TIMES.
                   10 PAS-MODO PIC X.
                   10 PAS-TITULO PIC X(40).
           77 IDX-PAS PIC 9.
           77 LINEAS-PASO PIC 9(3).
           77 PASOS-PENDIENTES PIC 9 VALUE 0.
           77 VECES-ANO PIC 9(3).
           77 TITULO-INFORME PIC X(40).

      * Dato de la excepcion en curso, como en los demas programas.
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Parametros de la subrutina compartida de la cola central de
      * impresion SPOSUB01, a la que se entrega el certificado.
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
           MOVE "CIEANU00" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           ACCEPT FECHA-HOY FROM DATE.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           PERFORM LEER-PARAMETROS.
           IF CODIGO-SALIDA = 0
               IF MODO = "I"
                   PERFORM ESCRIBIR-CERTIFICADO
               ELSE
                   PERFORM COMPROBAR-CALENDARIO
                   IF FESTIVOS-SIGUIENTE = 0
                       PERFORM RECHAZAR-CIERRE
                   ELSE
                       PERFORM BUSCAR-PASO-HECHO
                       IF PASO-HECHO
                           DISPLAY "El paso " MODO " del cierre de "
                               ANO-CIERRE " ya consta en CIERRLOG ("
                               FECHA-HECHO "): no se repite"
                       ELSE
                           PERFORM EJECUTAR-PASO
                           IF CODIGO-SALIDA < 8
                               PERFORM ANOTAR-CIERRLOG
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE "CIEANU00" TO RES-PROGRAMA.
           MOVE TOTAL-LEIDAS TO RES-ENTRADAS.
           MOVE TOTAL-ARCHIVADAS TO RES-SALIDAS.
           MOVE PASOS-PENDIENTES TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * MODO EN LA PRIMERA LINEA DE SYSIN Y ANO EN LA SEGUNDA; SIN
      * ANO SE CIERRA EL ANTERIOR AL DE HOY
       LEER-PARAMETROS.
           MOVE SPACE TO MODO.
           MOVE SPACES TO ANO-TEXTO.
           ACCEPT MODO.
           ACCEPT ANO-TEXTO.
           IF ANO-TEXTO = SPACES
               COMPUTE ANO-CIERRE = FECHA-HOY / 10000 - 1
           ELSE
               IF ANO-TEXTO IS NUMERIC
                   MOVE ANO-TEXTO TO ANO-CIERRE
               END-IF
           END-IF.
           IF NOT MODO-CONOCIDO
               DISPLAY "Modo de cierre desconocido: " MODO
                   " (V, C, A, R, S o I)"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               IF ANO-CIERRE < 1901 OR ANO-CIERRE > 2098
                   DISPLAY "Ano de cierre invalido: " ANO-TEXTO
                   MOVE 8 TO CODIGO-SALIDA
               ELSE
                   COMPUTE ANO-SIGUIENTE = ANO-CIERRE + 1
               END-IF
           END-IF.

      * EL CALENDARIO DEL ANO SIGUIENTE ESTA ACTIVADO SI FESTIVOS
      * TIENE ALGUNA FECHA DE ESE ANO
       COMPROBAR-CALENDARIO.
           MOVE 0 TO FESTIVOS-SIGUIENTE.
           OPEN INPUT FESTIVOS-FILE.
           IF FS-FESTIVOS = "00"
               PERFORM UNTIL FS-FESTIVOS = "10"
                   READ FESTIVOS-FILE
                       AT END
                           MOVE "10" TO FS-FESTIVOS
                       NOT AT END
                           IF LINEA-FESTIVO(1:8) IS NUMERIC
                               AND LINEA-FESTIVO(1:4) = ANO-SIGUIENTE
                               ADD 1 TO FESTIVOS-SIGUIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FESTIVOS-FILE
           END-IF.

      * SIN CALENDARIO DEL ANO SIGUIENTE NO SE CIERRA NADA: GRAVE EN
      * EXCEPCIONES Y RC 8, QUE PARA EL TRABAJO ENTERO
       RECHAZAR-CIERRE.
           DISPLAY "FESTIVOS no tiene fechas de " ANO-SIGUIENTE
               ": genere y active el calendario con GENFES00 (modos"
               " G y A) antes del cierre de " ANO-CIERRE.
           MOVE "CIERRE-SIN-CAL" TO EXC-TIPO.
           MOVE "G" TO EXC-GRAVEDAD.
           MOVE SPACES TO EXC-DETALLE.
           STRING "FESTIVOS SIN FECHAS DE " ANO-SIGUIENTE
               DELIMITED BY SIZE INTO EXC-DETALLE.
           PERFORM ANOTAR-EXCEPCION.
           MOVE 8 TO CODIGO-SALIDA.

       BUSCAR-PASO-HECHO.
           MOVE "N" TO SW-HECHO.
           OPEN INPUT CIERRLOG-FILE.
           IF FS-CIERRLOG = "00"
               PERFORM UNTIL FS-CIERRLOG = "10"
                   READ CIERRLOG-FILE
                       AT END
                           MOVE "10" TO FS-CIERRLOG
                       NOT AT END
                           IF LINEA-CIERRLOG(1:4) = ANO-CIERRE
                               AND LINEA-CIERRLOG(6:1) = MODO
                               MOVE "S" TO SW-HECHO
                               MOVE LINEA-CIERRLOG(8:8) TO
                                   FECHA-HECHO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIERRLOG-FILE
           END-IF.

       EJECUTAR-PASO.
           EVALUATE MODO
               WHEN "V"
                   MOVE SPACES TO TEXTO-ANOTACION
                   STRING "FESTIVOS TIENE " FESTIVOS-SIGUIENTE
                       " FECHAS DE " ANO-SIGUIENTE
                       DELIMITED BY SIZE INTO TEXTO-ANOTACION
                   PERFORM ANADIR-ANOTACION
                   DISPLAY "Calendario de " ANO-SIGUIENTE
                       " presente: " FESTIVOS-SIGUIENTE " festivos"
               WHEN "C"
                   PERFORM CONGELAR-CONTACTOS
               WHEN "A"
                   PERFORM VARYING IDX-ARC FROM 1 BY 1
                           UNTIL IDX-ARC > 3
                       PERFORM ARCHIVAR-REGISTRO
                   END-PERFORM
               WHEN "R"
                   PERFORM RODAR-CONTADORES
               WHEN "S"
                   PERFORM REINICIAR-SECUENCIAS
           END-EVALUATE.

       ANADIR-ANOTACION.
           IF TOTAL-ANOTACIONES < 30
               ADD 1 TO TOTAL-ANOTACIONES
               MOVE TEXTO-ANOTACION TO ANOTACION(TOTAL-ANOTACIONES)
           END-IF.

      * CONTACTOS ENTERO, CON LAS BAJAS LOGICAS, A CONTAAAA
       CONGELAR-CONTACTOS.
           MOVE SPACES TO COPIA-NOMBRE.
           STRING "CONT" ANO-CIERRE DELIMITED BY SIZE
               INTO COPIA-NOMBRE.
           OPEN INPUT CONTACTOS-FILE.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No se puede abrir CONTACTOS (" FS-CONTACTOS
                   "): no hay copia de fin de ano"
               MOVE "CIERRE-COPIA" TO EXC-TIPO
               MOVE "G" TO EXC-GRAVEDAD
               MOVE SPACES TO EXC-DETALLE
               STRING "SIN CONTACTOS PARA " COPIA-NOMBRE
                   DELIMITED BY SIZE INTO EXC-DETALLE
               PERFORM ANOTAR-EXCEPCION
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               OPEN OUTPUT COPIA-FILE
               PERFORM UNTIL FS-CONTACTOS = "10"
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO FS-CONTACTOS
                       NOT AT END
                           MOVE SPACES TO REG-COPIA
                           MOVE REG-CONTACTO TO REG-COPIA
                           WRITE REG-COPIA
                           ADD 1 TO TOTAL-COPIADOS
                           IF CONTACTO-ACTIVO-REG
                               ADD 1 TO TOTAL-ACTIVOS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS-FILE
               CLOSE COPIA-FILE
               MOVE TOTAL-COPIADOS TO TOTAL-LEIDAS
               MOVE SPACES TO TEXTO-ANOTACION
               STRING "CONTACTOS CONGELADO EN " COPIA-NOMBRE ": "
                   TOTAL-COPIADOS " REGISTROS, " TOTAL-ACTIVOS
                   " ACTIVOS"
                   DELIMITED BY SIZE INTO TEXTO-ANOTACION
               PERFORM ANADIR-ANOTACION
               DISPLAY "Copia de fin de ano en " COPIA-NOMBRE " ("
                   TOTAL-COPIADOS " registros)"
           END-IF.

      * UN REGISTRO DE LA TABLA: SUS LINEAS DEL ANO CERRADO O DE
      * ANTES VAN A SU ARCHIVO DEL ANO Y EL RESTO SIGUE VIVO
       ARCHIVAR-REGISTRO.
           MOVE ARC-FICHERO(IDX-ARC) TO REGISTRO-NOMBRE.
           MOVE SPACES TO ARCHIVO-NOMBRE.
           STRING ARC-PREFIJO(IDX-ARC) ANO-CIERRE DELIMITED BY SIZE
               INTO ARCHIVO-NOMBRE.
           MOVE ARC-COLUMNA(IDX-ARC) TO COLUMNA-FECHA.
           PERFORM REPARTIR-REGISTRO.
           MOVE SPACES TO TEXTO-ANOTACION.
           IF FS-REGISTRO = "35"
               STRING REGISTRO-NOMBRE DELIMITED BY SPACE
                   ": NO EXISTE, NADA QUE ARCHIVAR" DELIMITED BY SIZE
                   INTO TEXTO-ANOTACION
           ELSE
               STRING REGISTRO-NOMBRE DELIMITED BY SPACE
                   ": " LINEAS-ARCHIVADAS " LINEAS A " ARCHIVO-NOMBRE
                   ", " LINEAS-SIGUEN " SIGUEN VIVAS"
                   DELIMITED BY SIZE INTO TEXTO-ANOTACION
           END-IF.
           PERFORM ANADIR-ANOTACION.
           DISPLAY TEXTO-ANOTACION.

      * PASADA 1: CADA LINEA AL ARCHIVO DEL ANO O AL FICHERO DE
      * TRABAJO; PASADA 2: EL FICHERO DE TRABAJO VUELVE A SER EL
      * REGISTRO VIVO. UNA FECHA ILEGIBLE NO SE ARCHIVA NUNCA
       REPARTIR-REGISTRO.
           MOVE 0 TO LINEAS-LEIDAS LINEAS-ARCHIVADAS LINEAS-SIGUEN.
           OPEN INPUT REGISTRO-FILE.
           IF FS-REGISTRO = "00"
               OPEN EXTEND ARCHIVO-FILE
               IF FS-ARCHIVO = "35"
                   OPEN OUTPUT ARCHIVO-FILE
               END-IF
               OPEN OUTPUT CIERRTMP-FILE
               PERFORM UNTIL FS-REGISTRO = "10"
                   READ REGISTRO-FILE
                       AT END
                           MOVE "10" TO FS-REGISTRO
                       NOT AT END
                           PERFORM TRATAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE REGISTRO-FILE
               CLOSE ARCHIVO-FILE
               CLOSE CIERRTMP-FILE
               IF LINEAS-ARCHIVADAS > 0
                   PERFORM REESCRIBIR-REGISTRO
               END-IF
               MOVE "00" TO FS-REGISTRO
           END-IF.
           ADD LINEAS-LEIDAS TO TOTAL-LEIDAS.
           ADD LINEAS-ARCHIVADAS TO TOTAL-ARCHIVADAS.

       TRATAR-LINEA.
           ADD 1 TO LINEAS-LEIDAS.
           MOVE "N" TO SW-LINEA.
           MOVE LINEA-REGISTRO(COLUMNA-FECHA:8) TO TEXTO-FECHA.
           IF TEXTO-FECHA IS NUMERIC
               MOVE TEXTO-FECHA TO FECHA-LINEA
               IF FECHA-LINEA < 19000101
                   ADD 20000000 TO FECHA-LINEA
               END-IF
               COMPUTE ANO-LINEA = FECHA-LINEA / 10000
               IF ANO-LINEA NOT > ANO-CIERRE
                   MOVE "S" TO SW-LINEA
               END-IF
           END-IF.
           IF LINEA-CERRADA
               MOVE LINEA-REGISTRO TO LINEA-ARCHIVO
               WRITE LINEA-ARCHIVO
               ADD 1 TO LINEAS-ARCHIVADAS
               IF MODO = "R" AND ANO-LINEA = ANO-CIERRE
                   PERFORM CONTAR-EJECUCION
               END-IF
           ELSE
               MOVE LINEA-REGISTRO TO LINEA-CIERRTMP
               WRITE LINEA-CIERRTMP
               ADD 1 TO LINEAS-SIGUEN
           END-IF.

       REESCRIBIR-REGISTRO.
           OPEN INPUT CIERRTMP-FILE.
           OPEN OUTPUT REGISTRO-FILE.
           PERFORM UNTIL FS-CIERRTMP = "10"
               READ CIERRTMP-FILE
                   AT END
                       MOVE "10" TO FS-CIERRTMP
                   NOT AT END
                       MOVE LINEA-CIERRTMP TO LINEA-REGISTRO
                       WRITE LINEA-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE CIERRTMP-FILE.
           CLOSE REGISTRO-FILE.

      * LAS LINEAS DE RESUMEN DEL ANO CERRADO SE TOTALIZAN POR
      * PROGRAMA EN RESANUAL Y PASAN A RESUAAAA; LAS DEL ANO NUEVO
      * (TAMBIEN LA DE ESTE PASO) SE QUEDAN PARA RESUMEN-NOCHE
       RODAR-CONTADORES.
           MOVE "RESUMEN" TO REGISTRO-NOMBRE.
           MOVE SPACES TO ARCHIVO-NOMBRE.
           STRING "RESU" ANO-CIERRE DELIMITED BY SIZE
               INTO ARCHIVO-NOMBRE.
           MOVE 10 TO COLUMNA-FECHA.
           PERFORM REPARTIR-REGISTRO.
           OPEN EXTEND RESANUAL-FILE.
           IF FS-RESANUAL = "35"
               OPEN OUTPUT RESANUAL-FILE
           END-IF.
           PERFORM VARYING IDX-CNT FROM 1 BY 1
                   UNTIL IDX-CNT > TOTAL-PROGRAMAS
               MOVE SPACES TO LINEA-RESANUAL
               STRING ANO-CIERRE ";" CNT-PROGRAMA(IDX-CNT) ";"
                   CNT-EJECUCIONES(IDX-CNT) ";"
                   CNT-ENTRADAS(IDX-CNT) ";"
                   CNT-SALIDAS(IDX-CNT) ";"
                   CNT-RECHAZOS(IDX-CNT) ";"
                   CNT-PEOR-RC(IDX-CNT)
                   DELIMITED BY SIZE INTO LINEA-RESANUAL
               WRITE LINEA-RESANUAL
           END-PERFORM.
           CLOSE RESANUAL-FILE.
           MOVE SPACES TO TEXTO-ANOTACION.
           STRING "RESUMEN " TOTAL-EJECUCIONES " EJECUCIONES, "
               TOTAL-PROGRAMAS " PROG. A RESANUAL; "
               LINEAS-ARCHIVADAS " LINEAS A " ARCHIVO-NOMBRE
               DELIMITED BY SIZE INTO TEXTO-ANOTACION.
           PERFORM ANADIR-ANOTACION.
           DISPLAY TEXTO-ANOTACION.

      * UNA LINEA PROGRAMA FECHA HORA ENTRADAS SALIDAS RECHAZOS RC
      * DEL ANO CERRADO SE SUMA A LOS CONTADORES DE SU PROGRAMA
       CONTAR-EJECUCION.
           MOVE LINEA-REGISTRO(1:46) TO RESUMEN-LEIDO.
           MOVE "N" TO SW-CNT.
           PERFORM VARYING IDX-CNT FROM 1 BY 1
                   UNTIL IDX-CNT > TOTAL-PROGRAMAS
                       OR PROGRAMA-HALLADO
               IF CNT-PROGRAMA(IDX-CNT) = RLE-PROGRAMA
                   MOVE "S" TO SW-CNT
                   SUBTRACT 1 FROM IDX-CNT
               END-IF
           END-PERFORM.
           IF NOT PROGRAMA-HALLADO
               IF TOTAL-PROGRAMAS < 200
                   ADD 1 TO TOTAL-PROGRAMAS
                   MOVE TOTAL-PROGRAMAS TO IDX-CNT
                   MOVE RLE-PROGRAMA TO CNT-PROGRAMA(IDX-CNT)
                   MOVE 0 TO CNT-EJECUCIONES(IDX-CNT)
                       CNT-ENTRADAS(IDX-CNT) CNT-SALIDAS(IDX-CNT)
                       CNT-RECHAZOS(IDX-CNT) CNT-PEOR-RC(IDX-CNT)
                   MOVE "S" TO SW-CNT
               END-IF
           END-IF.
           IF PROGRAMA-HALLADO
               ADD 1 TO CNT-EJECUCIONES(IDX-CNT)
               ADD 1 TO TOTAL-EJECUCIONES
               IF RLE-ENTRADAS IS NUMERIC
                   ADD RLE-ENTRADAS TO CNT-ENTRADAS(IDX-CNT)
               END-IF
               IF RLE-SALIDAS IS NUMERIC
                   ADD RLE-SALIDAS TO CNT-SALIDAS(IDX-CNT)
               END-IF
               IF RLE-RECHAZOS IS NUMERIC
                   ADD RLE-RECHAZOS TO CNT-RECHAZOS(IDX-CNT)
               END-IF
               IF RLE-RC IS NUMERIC
                   AND RLE-RC > CNT-PEOR-RC(IDX-CNT)
                   MOVE RLE-RC TO CNT-PEOR-RC(IDX-CNT)
               END-IF
           END-IF.

      * CADA DELEGACION DE MOVDSEQ VUELVE A CERO; LA ULTIMA
      * SECUENCIA DEL ANO QUEDA EN CIERRLOG
       REINICIAR-SECUENCIAS.
           OPEN INPUT MOVDSEQ-FILE.
           IF FS-MOVDSEQ = "00"
               PERFORM UNTIL FS-MOVDSEQ = "10"
                   READ MOVDSEQ-FILE
                       AT END
                           MOVE "10" TO FS-MOVDSEQ
                       NOT AT END
                           IF TOTAL-SECUENCIAS < 20
                               AND LINEA-MOVDSEQ NOT = SPACES
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
           IF TOTAL-SECUENCIAS = 0
               MOVE "MOVDSEQ: SIN SECUENCIAS DE DELEGACION QUE "-
                   "REINICIAR" TO TEXTO-ANOTACION
               PERFORM ANADIR-ANOTACION
           ELSE
               OPEN OUTPUT MOVDSEQ-FILE
               PERFORM VARYING IDX-SEQ FROM 1 BY 1
                       UNTIL IDX-SEQ > TOTAL-SECUENCIAS
                   MOVE SPACES TO TEXTO-ANOTACION
                   STRING "MOVDSEQ " SEQ-DELEG(IDX-SEQ)
                       ": ULTIMO LOTE " SEQ-NUMERO(IDX-SEQ)
                       ", VUELVE A CERO"
                       DELIMITED BY SIZE INTO TEXTO-ANOTACION
                   PERFORM ANADIR-ANOTACION
                   MOVE 0 TO SEQ-NUMERO(IDX-SEQ)
                   MOVE SPACES TO LINEA-MOVDSEQ
                   STRING SEQ-DELEG(IDX-SEQ) DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       SEQ-NUMERO(IDX-SEQ) DELIMITED BY SIZE
                       INTO LINEA-MOVDSEQ
                   WRITE LINEA-MOVDSEQ
               END-PERFORM
               CLOSE MOVDSEQ-FILE
           END-IF.
           MOVE TOTAL-SECUENCIAS TO TOTAL-LEIDAS.
           DISPLAY "Secuencias de lote a cero: " TOTAL-SECUENCIAS
               " delegaciones".

      * EL PASO HA TERMINADO: LO QUE HA CERRADO, A CIERRLOG
       ANOTAR-CIERRLOG.
           OPEN EXTEND CIERRLOG-FILE.
           IF FS-CIERRLOG = "35"
               OPEN OUTPUT CIERRLOG-FILE
           END-IF.
           PERFORM VARYING IDX-ANO FROM 1 BY 1
                   UNTIL IDX-ANO > TOTAL-ANOTACIONES
               MOVE SPACES TO LINEA-CIERRLOG
               STRING ANO-CIERRE ";" MODO ";" FECHA-HOY ";"
                   ANOTACION(IDX-ANO)
                   DELIMITED BY SIZE INTO LINEA-CIERRLOG
               WRITE LINEA-CIERRLOG
           END-PERFORM.
           CLOSE CIERRLOG-FILE.

      * EL CERTIFICADO: CADA PASO DEL CIERRE CON LO QUE CONSTA EN
      * CIERRLOG, LOS DOS INFORMES ANUALES Y EL VEREDICTO. UN PASO
      * QUE NO CONSTA DEJA EL CIERRE INCOMPLETO Y EL RC EN 4
       ESCRIBIR-CERTIFICADO.
           OPEN OUTPUT CIERRCRT-FILE.
           MOVE SPACES TO LINEA-CIERRCRT.
           STRING "===== CERTIFICADO DE CIERRE DEL ANO " ANO-CIERRE
               " - " FECHA-HOY " " HORA-HOY " ====="
               DELIMITED BY SIZE INTO LINEA-CIERRCRT.
           WRITE LINEA-CIERRCRT.
           MOVE SPACES TO LINEA-CIERRCRT.
           WRITE LINEA-CIERRCRT.
           PERFORM VARYING IDX-PAS FROM 1 BY 1 UNTIL IDX-PAS > 5
               PERFORM CERTIFICAR-PASO
           END-PERFORM.
           MOVE "INFORMES ANUALES" TO LINEA-CIERRCRT.
           WRITE LINEA-CIERRCRT.
           MOVE "ESTANUAL" TO INFORME-NOMBRE.
           MOVE "ESTADISTICAS DE LA AGENDA (ESTAG000)" TO
               TITULO-INFORME.
           PERFORM CERTIFICAR-INFORME.
           MOVE "EDADANUA" TO INFORME-NOMBRE.
           MOVE "PERFIL DE EDADES (EDADES00)" TO TITULO-INFORME.
           PERFORM CERTIFICAR-INFORME.
           MOVE SPACES TO LINEA-CIERRCRT.
           WRITE LINEA-CIERRCRT.
           MOVE SPACES TO LINEA-CIERRCRT.
           IF PASOS-PENDIENTES = 0
               STRING "CIERRE DEL ANO " ANO-CIERRE " COMPLETO"
                   DELIMITED BY SIZE INTO LINEA-CIERRCRT
           ELSE
               STRING "CIERRE DEL ANO " ANO-CIERRE " INCOMPLETO: "
                   PASOS-PENDIENTES " PASOS NO CONSTAN"
                   DELIMITED BY SIZE INTO LINEA-CIERRCRT
               MOVE 4 TO CODIGO-SALIDA
           END-IF.
           WRITE LINEA-CIERRCRT.
           CLOSE CIERRCRT-FILE.
           DISPLAY LINEA-CIERRCRT.
      * El certificado queda ademas en la cola central de impresion,
      * de donde lo libera el operador con LIBERAR-COLA.
           MOVE "CIERRCRT" TO SPO-FICHERO.
           MOVE "CIERRCRT" TO SPO-INFORME.
           MOVE "LOTE" TO SPO-OPERADOR.
           CALL "SPOSUB01" USING SPO-FICHERO SPO-INFORME SPO-OPERADOR
               SPO-ESTADO.

       CERTIFICAR-PASO.
           MOVE SPACES TO LINEA-CIERRCRT.
           STRING PAS-MODO(IDX-PAS) " - " PAS-TITULO(IDX-PAS)
               DELIMITED BY SIZE INTO LINEA-CIERRCRT.
           WRITE LINEA-CIERRCRT.
           MOVE 0 TO LINEAS-PASO.
           OPEN INPUT CIERRLOG-FILE.
           IF FS-CIERRLOG = "00"
               PERFORM UNTIL FS-CIERRLOG = "10"
                   READ CIERRLOG-FILE
                       AT END
                           MOVE "10" TO FS-CIERRLOG
                       NOT AT END
                           IF LINEA-CIERRLOG(1:4) = ANO-CIERRE
                               AND LINEA-CIERRLOG(6:1) =
                                   PAS-MODO(IDX-PAS)
                               ADD 1 TO LINEAS-PASO
                               MOVE SPACES TO LINEA-CIERRCRT
                               STRING "    " LINEA-CIERRLOG(8:8) " "
                                   LINEA-CIERRLOG(17:80)
                                   DELIMITED BY SIZE
                                   INTO LINEA-CIERRCRT
                               WRITE LINEA-CIERRCRT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIERRLOG-FILE
           END-IF.
           IF LINEAS-PASO = 0
               MOVE "    *** NO CONSTA: PASO PENDIENTE ***" TO
                   LINEA-CIERRCRT
               WRITE LINEA-CIERRCRT
               ADD 1 TO PASOS-PENDIENTES
           END-IF.

      * UN INFORME ANUAL CUENTA SI EXISTE Y SU CABECERA ES DEL ANO
       CERTIFICAR-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           MOVE 0 TO VECES-ANO.
           OPEN INPUT INFORME-FILE.
           IF FS-INFORME = "00"
               READ INFORME-FILE
                   AT END
                       MOVE SPACES TO LINEA-INFORME
               END-READ
               CLOSE INFORME-FILE
               INSPECT LINEA-INFORME TALLYING VECES-ANO
                   FOR ALL ANO-CIERRE
           END-IF.
           MOVE SPACES TO LINEA-CIERRCRT.
           IF VECES-ANO > 0
               STRING "    " INFORME-NOMBRE " " DELIMITED BY SIZE
                   TITULO-INFORME DELIMITED BY "  "
                   ": GENERADO"
                   DELIMITED BY SIZE INTO LINEA-CIERRCRT
               WRITE LINEA-CIERRCRT
               MOVE SPACES TO LINEA-CIERRCRT
               STRING "      " LINEA-INFORME
                   DELIMITED BY SIZE INTO LINEA-CIERRCRT
           ELSE
               STRING "    " INFORME-NOMBRE " " DELIMITED BY SIZE
                   TITULO-INFORME DELIMITED BY "  "
                   ": *** NO CONSTA LA VERSION DE " ANO-CIERRE " ***"
                   DELIMITED BY SIZE INTO LINEA-CIERRCRT
               ADD 1 TO PASOS-PENDIENTES
           END-IF.
           WRITE LINEA-CIERRCRT.

       ANOTAR-EXCEPCION.
           OPEN EXTEND EXCEPCIONES-FILE.
           IF FS-EXCEPCIONES = "35"
               OPEN OUTPUT EXCEPCIONES-FILE
           END-IF.
           PERFORM REGISTRAR-EXCEPCION.
           CLOSE EXCEPCIONES-FILE.

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

       END PROGRAM CIERRE-ANUAL.
