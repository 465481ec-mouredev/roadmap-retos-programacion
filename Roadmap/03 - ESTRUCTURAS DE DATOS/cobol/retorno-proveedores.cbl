     /*
      * RETORNO DE CONTABILIDAD AL FICHERO DE PROVEEDORES.
      * No es la solucion de ningun reto: es la vuelta de la interfaz
      * EXTRAE-PROVEEDORES. Contabilidad devuelve por cada detalle de
      * PROVFEED que ha tratado una linea en el fichero PROVRET
      *   CODIGO;RESULTADO;PROVEEDOR;MOTIVO
      * con el codigo de ORGANIZA, el resultado (A aceptado, R
      * rechazado), su numero de proveedor en las aceptadas y el
      * motivo en las rechazadas. Este paso:
      *   - guarda el numero de proveedor de cada aceptada en el
      *     septimo campo de su linea de ORGANIZA, que queda como
      *     referencia cruzada entre los dos sistemas (el numero que
      *     ya tuviera se sustituye si contabilidad manda otro). Un
      *     numero que ya es de otra organizacion no se guarda y va
      *     como aviso PROV-REPETIDO a EXCEPCIONES;
      *   - anota cada rechazo como aviso PROV-RECHAZO en EXCEPCIONES
      *     con el codigo y el motivo. Cuando la organizacion o su
      *     contacto principal se corrigen, EXTRAE-PROVEEDORES la
      *     vuelve a mandar sola como modificacion;
      *   - anota como informativa PROV-SIN-ORGAN la linea de una
      *     organizacion que ya no esta en el maestro, y como aviso
      *     PROV-RESULTADO la que no trae A ni R, o la A sin numero.
      * Va antes que EXTRAE-PROVEEDORES en el lote, para que los
      * numeros recien asignados salgan ya en el envio de la noche.
      * Sin PROVRET no hay nada que hacer y el paso termina bien.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETORNO-PROVEEDORES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVRET-FILE ASSIGN TO "PROVRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROVRET.
           SELECT ORGANIZA-FILE ASSIGN TO "ORGANIZA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORGANIZA.
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
       FD PROVRET-FILE.
           01 LINEA-PROVRET PIC X(100).

       FD ORGANIZA-FILE.
           01 LINEA-ORGANIZA PIC X(150).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

       WORKING-STORAGE SECTION.
           77 FS-PROVRET PIC XX.
           77 FS-ORGANIZA PIC XX.
           77 FS-EXCEPCIONES PIC XX.

      * Copia en memoria del maestro, como en MANTENER-ORGANIZA.
           01 TABLA-ORGANIZA.
               05 FILA-ORGANIZA OCCURS 100 TIMES.
                   10 ORG-CODIGO PIC X(8).
                   10 ORG-NOMBRE PIC X(30).
                   10 ORG-TELEFONO PIC X(13).
                   10 ORG-DIRECCION PIC X(40).
                   10 ORG-DOMINIO PIC X(30).
                   10 ORG-NIF PIC X(9).
                   10 ORG-PROVEEDOR PIC X(10).
           77 TOTAL-ORGANIZA PIC 9(3) VALUE 0.
           77 IDX-ORG PIC 9(3).
           77 IDX-OTRA PIC 9(3).
           77 SW-ORG PIC X.
               88 CODIGO-HALLADO VALUE "S".
           77 SW-REPETIDO PIC X.
               88 NUMERO-REPETIDO VALUE "S".
           77 SW-MAESTRO PIC X VALUE "N".
               88 MAESTRO-CAMBIADO VALUE "S".

      * Troceado de la linea de retorno en curso.
           77 RET-CODIGO PIC X(8).
           77 RET-RESULTADO PIC X.
               88 RET-ACEPTADO VALUE "A".
               88 RET-RECHAZADO VALUE "R".
           77 RET-PROVEEDOR PIC X(10).
           77 RET-MOTIVO PIC X(40).

           77 LINEAS-LEIDAS PIC 9(5) VALUE 0.
           77 NUMEROS-ANOTADOS PIC 9(5) VALUE 0.
           77 RECHAZOS-CONTABLES PIC 9(5) VALUE 0.
           77 INCIDENCIAS PIC 9(5) VALUE 0.

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
           MOVE "RETPRV" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           OPEN INPUT PROVRET-FILE.
           IF FS-PROVRET NOT = "00"
               DISPLAY "Sin fichero PROVRET: contabilidad no ha "-
                   "devuelto nada"
           ELSE
               PERFORM CARGAR-ORGANIZA
               PERFORM UNTIL FS-PROVRET = "10"
                   READ PROVRET-FILE
                       AT END
                           MOVE "10" TO FS-PROVRET
                       NOT AT END
                           IF LINEA-PROVRET NOT = SPACES
                               PERFORM TRATAR-RETORNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVRET-FILE
               IF MAESTRO-CAMBIADO
                   PERFORM GRABAR-ORGANIZA
               END-IF
               DISPLAY "Retorno de contabilidad: " LINEAS-LEIDAS
                   " lineas, " NUMEROS-ANOTADOS " numeros anotados, "
                   RECHAZOS-CONTABLES " rechazos, " INCIDENCIAS
                   " incidencias"
      * Los rechazos de contabilidad y las incidencias son datos que
      * corregir y no un fallo del paso: quedan en EXCEPCIONES y no
      * suben el RC, para no detener la cadena de la noche.
           END-IF.
           MOVE "RETPRV" TO RES-PROGRAMA.
           MOVE LINEAS-LEIDAS TO RES-ENTRADAS.
           MOVE NUMEROS-ANOTADOS TO RES-SALIDAS.
           MOVE RECHAZOS-CONTABLES TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

       CARGAR-ORGANIZA.
           OPEN INPUT ORGANIZA-FILE.
           IF FS-ORGANIZA = "00"
               PERFORM UNTIL FS-ORGANIZA = "10"
                   READ ORGANIZA-FILE
                       AT END
                           MOVE "10" TO FS-ORGANIZA
                       NOT AT END
                           IF TOTAL-ORGANIZA < 100
                               ADD 1 TO TOTAL-ORGANIZA
                               MOVE SPACES TO
                                   FILA-ORGANIZA(TOTAL-ORGANIZA)
                               UNSTRING LINEA-ORGANIZA
                                   DELIMITED BY ";"
                                   INTO ORG-CODIGO(TOTAL-ORGANIZA)
                                       ORG-NOMBRE(TOTAL-ORGANIZA)
                                       ORG-TELEFONO(TOTAL-ORGANIZA)
                                       ORG-DIRECCION(TOTAL-ORGANIZA)
                                       ORG-DOMINIO(TOTAL-ORGANIZA)
                                       ORG-NIF(TOTAL-ORGANIZA)
                                       ORG-PROVEEDOR(TOTAL-ORGANIZA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORGANIZA-FILE
           END-IF.

       TRATAR-RETORNO.
           ADD 1 TO LINEAS-LEIDAS.
           MOVE SPACES TO RET-CODIGO RET-RESULTADO RET-PROVEEDOR
               RET-MOTIVO.
           UNSTRING LINEA-PROVRET DELIMITED BY ";"
               INTO RET-CODIGO RET-RESULTADO RET-PROVEEDOR RET-MOTIVO.
           PERFORM BUSCAR-ORGANIZA.
           EVALUATE TRUE
               WHEN NOT CODIGO-HALLADO
                   ADD 1 TO INCIDENCIAS
                   MOVE "PROV-SIN-ORGAN" TO EXC-TIPO
                   MOVE RET-CODIGO TO EXC-DETALLE
                   MOVE "I" TO EXC-GRAVEDAD
                   PERFORM REGISTRAR-EXCEPCION
               WHEN RET-RECHAZADO
                   ADD 1 TO RECHAZOS-CONTABLES
                   MOVE "PROV-RECHAZO" TO EXC-TIPO
                   MOVE SPACES TO EXC-DETALLE
                   STRING RET-CODIGO DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       RET-MOTIVO DELIMITED BY SIZE
                       INTO EXC-DETALLE
                   MOVE "A" TO EXC-GRAVEDAD
                   PERFORM REGISTRAR-EXCEPCION
               WHEN RET-ACEPTADO AND RET-PROVEEDOR NOT = SPACES
                   PERFORM ANOTAR-PROVEEDOR
               WHEN OTHER
                   ADD 1 TO INCIDENCIAS
                   MOVE "PROV-RESULTADO" TO EXC-TIPO
                   MOVE SPACES TO EXC-DETALLE
                   STRING RET-CODIGO DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       RET-RESULTADO DELIMITED BY SIZE
                       INTO EXC-DETALLE
                   MOVE "A" TO EXC-GRAVEDAD
                   PERFORM REGISTRAR-EXCEPCION
           END-EVALUATE.

      * EL NUMERO SOLO SE GUARDA SI NINGUNA OTRA ORGANIZACION LO
      * TIENE YA: LA REFERENCIA CRUZADA HA DE SER UNO A UNO
       ANOTAR-PROVEEDOR.
           MOVE "N" TO SW-REPETIDO.
           PERFORM VARYING IDX-OTRA FROM 1 BY 1
                   UNTIL IDX-OTRA > TOTAL-ORGANIZA
               IF ORG-PROVEEDOR(IDX-OTRA) = RET-PROVEEDOR
                   AND IDX-OTRA NOT = IDX-ORG
                   MOVE "S" TO SW-REPETIDO
               END-IF
           END-PERFORM.
           IF NUMERO-REPETIDO
               ADD 1 TO INCIDENCIAS
               MOVE "PROV-REPETIDO" TO EXC-TIPO
               MOVE SPACES TO EXC-DETALLE
               STRING RET-CODIGO DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   RET-PROVEEDOR DELIMITED BY SIZE
                   INTO EXC-DETALLE
               MOVE "A" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
           ELSE
               IF ORG-PROVEEDOR(IDX-ORG) NOT = RET-PROVEEDOR
                   MOVE RET-PROVEEDOR TO ORG-PROVEEDOR(IDX-ORG)
                   MOVE "S" TO SW-MAESTRO
                   ADD 1 TO NUMEROS-ANOTADOS
               END-IF
           END-IF.

      * DEJA EN IDX-ORG LA POSICION DE RET-CODIGO, SI ESTA
       BUSCAR-ORGANIZA.
           MOVE "N" TO SW-ORG.
           PERFORM VARYING IDX-ORG FROM 1 BY 1
                   UNTIL IDX-ORG > TOTAL-ORGANIZA
                       OR CODIGO-HALLADO
               IF ORG-CODIGO(IDX-ORG) = RET-CODIGO
                   MOVE "S" TO SW-ORG
               END-IF
           END-PERFORM.
           IF CODIGO-HALLADO
               SUBTRACT 1 FROM IDX-ORG
           END-IF.

       GRABAR-ORGANIZA.
           OPEN OUTPUT ORGANIZA-FILE.
           PERFORM VARYING IDX-ORG FROM 1 BY 1
                   UNTIL IDX-ORG > TOTAL-ORGANIZA
               MOVE SPACES TO LINEA-ORGANIZA
               STRING ORG-CODIGO(IDX-ORG) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   ORG-NOMBRE(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-TELEFONO(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-DIRECCION(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-DOMINIO(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-NIF(IDX-ORG) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   ORG-PROVEEDOR(IDX-ORG) DELIMITED BY SIZE
                   INTO LINEA-ORGANIZA
               WRITE LINEA-ORGANIZA
           END-PERFORM.
           CLOSE ORGANIZA-FILE.

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

       END PROGRAM RETORNO-PROVEEDORES.
