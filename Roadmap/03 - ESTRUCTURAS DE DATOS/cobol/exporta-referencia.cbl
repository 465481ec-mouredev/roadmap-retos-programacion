      * CARGA-REFERENCIA, en la delegacion, verifica suma y
      * recuento, rechaza regresiones de version y deja sus
      * referencias identicas a las nuestras.
      * Las lineas SEC y LIN viajan cifradas con la clave vigente de
      * CLAVECIF (subrutina CIFSUB01); la cabecera y la cola siguen
      * en claro, y la cabecera anade la version de la clave, la
      * semilla (fecha y hora de la exportacion) y el testigo:
      *   VERSION;n;FECHA;SUMA;LINEAS;CLAVE;SEMILLA;TESTIGO
      * La suma se calcula sobre las lineas en claro. Sin clave
      * vigente no se exporta: grave en EXCEPCIONES, paso a 8 y la
      * version sin avanzar.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-REFERENCIA.
           SELECT REFVER-FILE ASSIGN TO "REFVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REFVER.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
           01 LINEA-FUENTE PIC X(60).

       FD PAQREF-FILE.
      * Ensanchada: la cabecera lleva ahora al final los datos de
      * cifrado del cuerpo; las lineas SEC y LIN siguen ocupando 70.
           01 LINEA-PAQREF PIC X(80).

       FD REFVER-FILE.
           01 LINEA-REFVER PIC X(20).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

           77 FS-FUENTE PIC XX.
           77 FS-PAQREF PIC XX.
           77 FS-REFVER PIC XX.
           77 FS-EXCEPCIONES PIC XX.
           77 FUENTE-NOMBRE PIC X(8).

           77 FECHA-HOY PIC 9(8).
           77 TOTAL-CUERPO PIC 9(3) VALUE 0.
           77 IDX-CUE PIC 9(3).

      * Semilla de cifrado del paquete: fecha y hora de la
      * exportacion.
           01 SEMILLA-PAQUETE.
               05 SEM-FECHA PIC 9(8).
               05 SEM-HORA PIC 9(8).

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
                   "hay paquete que exportar"
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               PERFORM ABRIR-CIFRADO
           END-IF.
           IF SECCIONES > 0 AND CODIGO-SALIDA NOT = 8
               PERFORM ESCRIBIR-PAQUETE
               PERFORM ANOTAR-VERSION
               DISPLAY "Paquete de referencia version " VERSION-NUM
               MOVE 4 TO CODIGO-SALIDA
           END-IF.

      * CLAVE VIGENTE Y TESTIGO PARA ESTE PAQUETE; SIN CLAVE NO SE
      * EXPORTA NADA EN CLARO
       ABRIR-CIFRADO.
           MOVE FECHA-HOY TO SEM-FECHA.
           ACCEPT SEM-HORA FROM TIME.
           MOVE SEMILLA-PAQUETE TO CIF-SEMILLA.
           MOVE "A" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           IF CIF-ESTADO NOT = 0
               DISPLAY "Sin clave vigente en CLAVECIF: no se exporta "-
                   "el paquete"
               MOVE "EXPREF" TO EXC-PROGRAMA
               MOVE "LOTE" TO EXC-OPERADOR
               MOVE "CLAVE-CIFRADO" TO EXC-TIPO
               MOVE "PAQREF SIN CLAVE VIGENTE" TO EXC-DETALLE
               MOVE "G" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
               MOVE 8 TO CODIGO-SALIDA
           END-IF.

       ESCRIBIR-PAQUETE.
           OPEN OUTPUT PAQREF-FILE.
           MOVE SPACES TO LINEA-PAQREF.
               SUMA-PAQUETE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               TOTAL-LINEAS DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CIF-VERSION DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CIF-SEMILLA DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CIF-TESTIGO DELIMITED BY SIZE
               INTO LINEA-PAQREF.
           WRITE LINEA-PAQREF.
           PERFORM VARYING IDX-CUE FROM 1 BY 1
                   UNTIL IDX-CUE > TOTAL-CUERPO
               MOVE CUERPO-LINEA(IDX-CUE) TO CIF-LINEA
               MOVE IDX-CUE TO CIF-NUMERO
               MOVE 70 TO CIF-LARGO
               MOVE "C" TO CIF-OPERACION
               CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION
                   CIF-SEMILLA CIF-TESTIGO CIF-NUMERO CIF-LINEA
                   CIF-LARGO CIF-ESTADO
               MOVE CIF-LINEA TO LINEA-PAQREF
               WRITE LINEA-PAQREF
           END-PERFORM.
           MOVE SPACES TO LINEA-PAQREF.
           WRITE LINEA-REFVER.
           CLOSE REFVER-FILE.

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
