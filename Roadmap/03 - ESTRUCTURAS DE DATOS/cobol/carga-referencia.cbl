      * secciones del paquete y anota la version aplicada en
      * REFVERAP. Asi el prefijo que valida la central valida igual
      * en todas partes.
      * Las lineas SEC y LIN llegan cifradas: la cabecera trae en
      * claro la version de la clave, la semilla y el testigo, y
      * cada linea se descifra con CIFSUB01 antes de sumarla o
      * aplicarla. Si CLAVECIF no tiene esa version o el testigo
      * dice que la clave no es la buena, el paquete se rechaza
      * entero: grave en EXCEPCIONES y paso a 8. Un paquete con la
      * cabecera antigua, sin esos campos, viene en claro.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGA-REFERENCIA.
           SELECT REFVERAP-FILE ASSIGN TO "REFVERAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REFVERAP.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
       DATA DIVISION.
       FILE SECTION.
       FD PAQREF-FILE.
      * Ensanchada: la cabecera lleva ahora al final los datos de
      * cifrado del cuerpo; las lineas SEC y LIN siguen ocupando 70.
           01 LINEA-PAQREF PIC X(80).

       FD DESTINO-FILE.
           01 LINEA-DESTINO PIC X(60).
       FD REFVERAP-FILE.
           01 LINEA-REFVERAP PIC X(20).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(50).

           77 FS-PAQREF PIC XX.
           77 FS-DESTINO PIC XX.
           77 FS-REFVERAP PIC XX.
           77 FS-EXCEPCIONES PIC XX.
           77 DESTINO-NOMBRE PIC X(8).

           77 FECHA-HOY PIC 9(8).
           77 PAQ-RESTO PIC X(60).
           77 SW-CABECERA PIC X VALUE "N".
               88 CABECERA-LEIDA VALUE "S".
      * Datos de cifrado de la cabecera; sin version el paquete
      * viene en claro.
           77 PAQ-CLAVE-LIN PIC X(3).
           77 PAQ-SEMILLA PIC X(16).
           77 PAQ-TESTIGO PIC X(10).
           77 SW-CIFRADO PIC X VALUE "N".
               88 PAQUETE-CIFRADO VALUE "S".
           77 SW-CLAVE PIC X VALUE "N".
               88 CLAVE-RECHAZADA VALUE "S".
           77 LINEAS-PAQUETE PIC 9(7) VALUE 0.
           77 LINEA-CIFRADA PIC X(80).

      * Suma y recuento recalculados en la pasada de verificacion.
           77 SUMA-CALCULADA PIC 9(12) VALUE 0.
           77 SECCIONES PIC 9 VALUE 0.
           77 LINEAS-APLICADAS PIC 9(6) VALUE 0.

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
                   DISPLAY "El paquete no trae cabecera VERSION"
                   MOVE 8 TO CODIGO-SALIDA
               ELSE
                   EVALUATE TRUE
                       WHEN CLAVE-RECHAZADA
                           PERFORM RECHAZAR-POR-CLAVE
                       WHEN SUMA-CALCULADA NOT = PAQ-SUMA
                           OR LINEAS-CALCULADAS NOT = PAQ-LINEAS
                           DISPLAY "El paquete no cuadra (suma "
                               SUMA-CALCULADA " contra " PAQ-SUMA
                               ", lineas " LINEAS-CALCULADAS
                               " contra " PAQ-LINEAS "): se rechaza"
                           MOVE 8 TO CODIGO-SALIDA
                   END-EVALUATE
               END-IF
           END-IF.

       VERIFICAR-LINEA.
           PERFORM DESCIFRAR-SI-TOCA.
           MOVE SPACES TO PAQ-PALABRA.
           MOVE SPACES TO PAQ-RESTO.
           UNSTRING LINEA-PAQREF DELIMITED BY ";"
                   MOVE SPACES TO PAQ-FECHA
                   MOVE SPACES TO PAQ-SUMA-LIN
                   MOVE SPACES TO PAQ-LINEAS-LIN
                   MOVE SPACES TO PAQ-CLAVE-LIN
                   MOVE SPACES TO PAQ-SEMILLA
                   MOVE SPACES TO PAQ-TESTIGO
                   UNSTRING LINEA-PAQREF DELIMITED BY ";"
                       INTO PAQ-PALABRA PAQ-VERSION-LIN PAQ-FECHA
                           PAQ-SUMA-LIN PAQ-LINEAS-LIN
                           PAQ-CLAVE-LIN PAQ-SEMILLA PAQ-TESTIGO
                   IF PAQ-CLAVE-LIN IS NUMERIC
                       MOVE "S" TO SW-CIFRADO
                       PERFORM VERIFICAR-CLAVE
                   END-IF
                   IF PAQ-VERSION-LIN IS NUMERIC
                       MOVE PAQ-VERSION-LIN TO PAQ-VERSION
                   END-IF
                   CONTINUE
           END-EVALUATE.

      * EL PAQUETE CIFRADO SOLO SE ACEPTA SI CLAVECIF TIENE LA
      * VERSION DE SU CABECERA Y EL TESTIGO CUADRA
       VERIFICAR-CLAVE.
           MOVE PAQ-CLAVE-LIN TO CIF-VERSION.
           MOVE PAQ-SEMILLA TO CIF-SEMILLA.
           MOVE PAQ-TESTIGO TO CIF-TESTIGO.
           MOVE "V" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           IF CIF-ESTADO NOT = 0
               MOVE "S" TO SW-CLAVE
           END-IF.

       RECHAZAR-POR-CLAVE.
           IF CIF-ESTADO = 1
               DISPLAY "Falta en CLAVECIF la clave " CIF-VERSION
                   " con la que viene cifrado el paquete: se rechaza"
               MOVE "CLAVE-FALTA" TO EXC-TIPO
           ELSE
               DISPLAY "La clave " CIF-VERSION " de CLAVECIF no "
                   "descifra el paquete: se rechaza"
               MOVE "CLAVE-ERRONEA" TO EXC-TIPO
           END-IF.
           MOVE "CARREF" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           MOVE "G" TO EXC-GRAVEDAD.
           MOVE "PAQREF" TO EXC-DETALLE.
           PERFORM REGISTRAR-EXCEPCION.
           MOVE 8 TO CODIGO-SALIDA.

      * DETRAS DE LA CABECERA CADA LINEA SE DESCIFRA CON SU ORDINAL;
      * LA COLA FIN VIAJA EN CLARO, Y LO QUE AL DESCIFRARLO NO SALE
      * COMO UNA LINEA SEC O LIN SE DEJA COMO LLEGO
       DESCIFRAR-SI-TOCA.
           ADD 1 TO LINEAS-PAQUETE.
           IF PAQUETE-CIFRADO AND NOT CLAVE-RECHAZADA
               AND LINEAS-PAQUETE > 1
               MOVE LINEA-PAQREF TO LINEA-CIFRADA
               MOVE LINEA-CIFRADA TO CIF-LINEA
               COMPUTE CIF-NUMERO = LINEAS-PAQUETE - 1
               MOVE 70 TO CIF-LARGO
               MOVE "D" TO CIF-OPERACION
               CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION
                   CIF-SEMILLA CIF-TESTIGO CIF-NUMERO CIF-LINEA
                   CIF-LARGO CIF-ESTADO
               IF CIF-LINEA(1:4) = "SEC;" OR CIF-LINEA(1:4) = "LIN;"
                   MOVE CIF-LINEA TO LINEA-PAQREF
               ELSE
                   MOVE LINEA-CIFRADA TO LINEA-PAQREF
               END-IF
           END-IF.

      * UNA VERSION IGUAL O ANTERIOR A LA ULTIMA APLICADA ES UNA
      * REGRESION: SE RECHAZA, LAS REFERENCIAS NO VAN HACIA ATRAS
       COMPROBAR-VERSION.

      * PASADA 2: CADA SECCION REESCRIBE SU FICHERO DE REFERENCIA
       APLICAR-PAQUETE.
           MOVE 0 TO LINEAS-PAQUETE.
           OPEN INPUT PAQREF-FILE.
           PERFORM UNTIL FS-PAQREF = "10"
               READ PAQREF-FILE
           END-IF.

       APLICAR-LINEA.
           PERFORM DESCIFRAR-SI-TOCA.
           MOVE SPACES TO PAQ-PALABRA.
           MOVE SPACES TO PAQ-RESTO.
           UNSTRING LINEA-PAQREF DELIMITED BY ";"
           WRITE LINEA-REFVERAP.
           CLOSE REFVERAP-FILE.

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
