     /*
      * VERIFICACION DE LA CADENA DE ESLABONES DE LA AUDITORIA.
      * No es la solucion de ningun reto: VERIFICA-AUDITORIA demuestra
      * que la traza cuenta todos los cambios de CONTACTOS, pero no
      * que nadie haya retocado o quitado despues una linea de
      * AUDITORIA, que es un fichero de texto al alcance de quien
      * tenga acceso a los ficheros. Cada linea lleva en las columnas
      * 115-120 su eslabon (AUDSUB01), que resume la linea y el
      * eslabon de la anterior; la cadena empieza en AUDITARC, sigue
      * en AUDITORIA sin cortes en el cambio de mes, y su ultimo
      * eslabon se guarda en AUDCADENA. Este paso recalcula la
      * cadena entera y:
      *   - si una linea no cuadra con su eslabon (retocada,
      *     intercalada, o la siguiente a una linea quitada), o una
      *     linea sin sellar aparece despues de la primera sellada,
      *     registra la primera rotura como excepcion Grave, con el
      *     fichero y el numero de linea
      *   - si la traza acaba antes que el ultimo eslabon de
      *     AUDCADENA (lineas quitadas del final), tambien es Grave
      * Las lineas anteriores a la primera sellada son de antes de
      * que existiera la cadena y solo se cuentan. Corre cada noche
      * y se puede lanzar a mano cuando se quiera; termina con
      * codigo 8 si la cadena esta rota.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-CADENA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RESUMEN.
       DATA DIVISION.
       FILE SECTION.
       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-EXCEPCIONES PIC XX.

      * Parametros de AUDSUB01 y la primera linea que falla, que la
      * subrutina devuelve en el segundo parametro.
           01 SELLO-AUDITORIA.
               COPY SELLO.
           77 LINEA-ROTA PIC X(120).
           77 FICHERO-ROTO PIC X(9).
           77 NUMERO-ROTO PIC 9(7).
           77 OPERACION-ROTA PIC X(10).
           77 LINEAS-LEIDAS PIC 9(7) VALUE 0.

      * Registro de excepcion comun (copybooks/EXCEPCION.cpy).
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
               COPY RESUMEN.

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE "VERCAD00" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           SET SEL-VERIFICAR TO TRUE.
           CALL "AUDSUB01" USING SELLO-AUDITORIA LINEA-ROTA.
           ADD SEL-SELLADAS SEL-ANTERIORES GIVING LINEAS-LEIDAS.
           IF SEL-CORRECTO
               DISPLAY "Cadena de auditoria entera: " SEL-SELLADAS
                   " lineas selladas, " SEL-ANTERIORES
                   " anteriores a la cadena"
           ELSE
               MOVE 8 TO CODIGO-SALIDA
               PERFORM REGISTRAR-ROTURA
           END-IF.
           MOVE "VERCAD00" TO RES-PROGRAMA.
           MOVE LINEAS-LEIDAS TO RES-ENTRADAS.
           MOVE SEL-SELLADAS TO RES-SALIDAS.
           IF SEL-CORRECTO
               MOVE 0 TO RES-RECHAZOS
           ELSE
               MOVE 1 TO RES-RECHAZOS
           END-IF.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * PRIMER ESLABON ROTO: EN PANTALLA CON LA LINEA ENTERA Y EN
      * EXCEPCIONES COMO GRAVE CON FICHERO, NUMERO DE LINEA Y
      * OPERACION
       REGISTRAR-ROTURA.
           MOVE SEL-FICHERO TO FICHERO-ROTO.
           MOVE SEL-NUMERO TO NUMERO-ROTO.
           MOVE SPACES TO OPERACION-ROTA.
           EVALUATE TRUE
               WHEN SEL-ROTO
                   MOVE "CADENA-ROTA" TO EXC-TIPO
                   MOVE LINEA-ROTA(19:10) TO OPERACION-ROTA
                   DISPLAY "Cadena de auditoria rota en "
                       FICHERO-ROTO " linea " NUMERO-ROTO ":"
                   DISPLAY LINEA-ROTA
               WHEN SEL-SIN-SELLO
                   MOVE "CADENA-SINSELLO" TO EXC-TIPO
                   MOVE LINEA-ROTA(19:10) TO OPERACION-ROTA
                   DISPLAY "Linea sin sellar dentro de la cadena en "
                       FICHERO-ROTO " linea " NUMERO-ROTO ":"
                   DISPLAY LINEA-ROTA
               WHEN OTHER
                   MOVE "CADENA-COLA" TO EXC-TIPO
                   DISPLAY "La traza acaba antes que el ultimo "-
                       "eslabon de AUDCADENA: faltan lineas al final "-
                       "de " FICHERO-ROTO
           END-EVALUATE.
           MOVE SPACES TO EXC-DETALLE.
           STRING FICHERO-ROTO DELIMITED BY SPACE
               " L" DELIMITED BY SIZE
               NUMERO-ROTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERACION-ROTA DELIMITED BY SIZE
               INTO EXC-DETALLE.
           SET EXC-GRAVE TO TRUE.
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

       END PROGRAM VERIFICA-CADENA.
