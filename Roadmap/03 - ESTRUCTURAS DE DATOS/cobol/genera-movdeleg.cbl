      * mandan MOVIMIENTOS y MANTENIMIENTO-LOTE los aplica) y dejaba
      * sus agendas alejarse de la central. Lee el fichero DELEGAC
      * (una linea DELEGACION;AGENDA;FICHERO por suscripcion: que
      * agenda recibe cada delegacion y en que fichero de salida; el
      * cuarto campo opcional, el fichero corrector, es de
      * CONCILIA-DELEG) y,
      * por cada suscripcion, convierte las lineas de AUDITORIA de
      * HOY de esa agenda en un fichero con el formato MOVIMIENTOS
      * que las delegaciones ya aplican con su MANTENIMIENTO-LOTE:
      * leido de CONTACTOS (telefono, email y direccion). El numero
      * de secuencia por delegacion se guarda en el registro MOVDSEQ
      * para que el receptor detecte ficheros repetidos o huecos.
      * Los movimientos viajan cifrados con la clave vigente de
      * CLAVECIF (subrutina CIFSUB01); la cabecera sigue en claro y
      * anade tres campos para el receptor:
      *   ...;TOTAL;VERSION-CLAVE;SEMILLA;TESTIGO
      * La semilla es la fecha, la hora de la pasada y el ordinal de
      * la suscripcion, distinta en cada fichero. Sin clave vigente
      * no se genera ningun fichero: grave en EXCEPCIONES y paso a 8.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-MOVDELEG.
           SELECT MOVDSEQ-FILE ASSIGN TO "MOVDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVDSEQ.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
       DATA DIVISION.
       FILE SECTION.
       FD DELEGAC-FILE.
           01 LINEA-DELEGAC PIC X(60).

       FD AUDITORIA-FILE.
           01 LINEA-AUDITORIA PIC X(120).

       FD CONTACTOS-FILE.
           01 REG-CONTACTO.
       FD MOVDSEQ-FILE.
           01 LINEA-MOVDSEQ PIC X(20).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

           77 FS-CONTACTOS PIC XX.
           77 FS-SALIDA PIC XX.
           77 FS-MOVDSEQ PIC XX.
           77 FS-EXCEPCIONES PIC XX.

      * Suscripcion en curso.
           77 DEL-CODIGO PIC X(8).
           77 MOVS-GENERADOS PIC 9(4) VALUE 0.
           77 NO-TRASLADABLES PIC 9(4) VALUE 0.

      * Semilla de cifrado de cada fichero: fecha, hora de la pasada
      * y ordinal de la suscripcion.
           01 SEMILLA-FICHERO.
               05 SEM-FECHA PIC 9(8).
               05 SEM-HORA PIC 9(6).
               05 SEM-ORDINAL PIC 9(2).
           77 HORA-PASADA PIC 9(8).

      * Parametros de la subrutina compartida de cifrado CIFSUB01.
           77 CIF-OPERACION PIC X.
           77 CIF-VERSION PIC 9(3).
           77 CIF-SEMILLA PIC X(16).
           77 CIF-TESTIGO PIC X(10).
           77 CIF-NUMERO PIC 9(7).
           77 CIF-LINEA PIC X(250).
           77 CIF-LARGO PIC 9(3).
           77 CIF-ESTADO PIC 9.

      * Dato de la excepcion en curso, como en los demas programas.
           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           ACCEPT HORA-PASADA FROM TIME.
           PERFORM CARGAR-SECUENCIAS.
           PERFORM COMPROBAR-CLAVE.
           IF CODIGO-SALIDA NOT = 8
               PERFORM TRATAR-DELEGACIONES
           END-IF.
           MOVE "MOVDELEG" TO RES-PROGRAMA.
           MOVE SUSCRIPCIONES TO RES-ENTRADAS.
           MOVE MOVS-GENERADOS TO RES-SALIDAS.
           MOVE NO-TRASLADABLES TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

       TRATAR-DELEGACIONES.
           OPEN INPUT DELEGAC-FILE.
           IF FS-DELEGAC NOT = "00"
               DISPLAY "Sin fichero DELEGAC: ninguna delegacion "-
                   " movimientos, " NO-TRASLADABLES
                   " operaciones no trasladables"
           END-IF.

      * SIN CLAVE VIGENTE EN CLAVECIF NO SE GENERA NINGUN FICHERO:
      * NADA SALE EN CLARO HACIA LAS DELEGACIONES
       COMPROBAR-CLAVE.
           MOVE FECHA-HOY TO SEM-FECHA.
           MOVE HORA-PASADA(1:6) TO SEM-HORA.
           MOVE 0 TO SEM-ORDINAL.
           MOVE SEMILLA-FICHERO TO CIF-SEMILLA.
           MOVE "A" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           IF CIF-ESTADO NOT = 0
               DISPLAY "Sin clave vigente en CLAVECIF: no se genera "-
                   "ningun fichero de movimientos"
               MOVE "MOVDELEG" TO EXC-PROGRAMA
               MOVE "LOTE" TO EXC-OPERADOR
               MOVE "CLAVE-CIFRADO" TO EXC-TIPO
               MOVE "MOVDELEG SIN CLAVE VIGENTE" TO EXC-DETALLE
               MOVE "G" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
               MOVE 8 TO CODIGO-SALIDA
           END-IF.

       CARGAR-SECUENCIAS.
           OPEN INPUT MOVDSEQ-FILE.
           ADD 1 TO SEQ-NUMERO(IDX-SEQ).
           MOVE SEQ-NUMERO(IDX-SEQ) TO SECUENCIA-ACTUAL.

      * LA CABECERA VA EN CLARO CON LOS DATOS DE CIFRADO DEL
      * FICHERO; CADA MOVIMIENTO SE CIFRA CON SU ORDINAL EN EL CUERPO
       ESCRIBIR-FICHERO-SALIDA.
           MOVE SUSCRIPCIONES TO SEM-ORDINAL.
           MOVE SEMILLA-FICHERO TO CIF-SEMILLA.
           MOVE "A" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           OPEN OUTPUT SALIDA-FILE.
           MOVE SPACES TO LINEA-SALIDA.
           STRING "CABECERA;" DELIMITED BY SIZE
               SECUENCIA-ACTUAL DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TOTAL-MOVIMIENTOS DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CIF-VERSION DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CIF-SEMILLA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CIF-TESTIGO DELIMITED BY SIZE
               INTO LINEA-SALIDA.
           WRITE LINEA-SALIDA.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV > TOTAL-MOVIMIENTOS
               MOVE MOV-LINEA(IDX-MOV) TO CIF-LINEA
               MOVE IDX-MOV TO CIF-NUMERO
               MOVE 190 TO CIF-LARGO
               MOVE "C" TO CIF-OPERACION
               CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION
                   CIF-SEMILLA CIF-TESTIGO CIF-NUMERO CIF-LINEA
                   CIF-LARGO CIF-ESTADO
               MOVE CIF-LINEA TO LINEA-SALIDA
               WRITE LINEA-SALIDA
           END-PERFORM.
           CLOSE SALIDA-FILE.
               " movimientos en " SALIDA-NOMBRE " (secuencia "
               SECUENCIA-ACTUAL ")".

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
