      * (PRINCIPAL si la tarjeta no la trae). Aplica el mismo control
      * de duplicados por agenda que el resto de cargas y deja cada
      * rechazo en el fichero EXCEPCIONES.
      * Si la primera linea es la cabecera CAB;VCARDS; que pone
      * EXPORTA-VCARD, las tarjetas vienen cifradas: se comprueba con
      * CIFSUB01 que CLAVECIF tiene la clave de esa version y que el
      * testigo cuadra, y cada linea se descifra antes de tratarla.
      * Sin la clave, o con otra, no se carga nada: grave en
      * EXCEPCIONES y paso a 8. Un VCARDS sin cabecera, como el que
      * devuelve un telefono, se lee en claro como siempre.
      * Cada tarjeta cargada deja su alta en el satelite PROCEDEN
      * (PROSUB01) con canal VCARD y el fichero y la hora de arranque
      * de la carga como lote.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPORTA-VCARD.
           77 AGENDA-MAX PIC 9(3) VALUE 200.
           77 OCUPADOS PIC 9(3) VALUE 0.

      * Cabecera de cifrado del fichero y lineas leidas detras.
           77 VCA-MARCA PIC X(3).
           77 VCA-FICHERO PIC X(6).
           77 VCA-CLAVE-LIN PIC X(3).
           77 VCA-SEMILLA PIC X(16).
           77 VCA-TESTIGO PIC X(10).
           77 SW-CIFRADO PIC X VALUE "N".
               88 VCARDS-CIFRADO VALUE "S".
           77 SW-CLAVE PIC X VALUE "N".
               88 CLAVE-RECHAZADA VALUE "S".
           77 LINEAS-LEIDAS PIC 9(7) VALUE 0.

      * Parametros de la subrutina compartida de cifrado CIFSUB01.
           77 CIF-OPERACION PIC X.
           77 CIF-VERSION PIC 9(3).
           77 CIF-SEMILLA PIC X(16).
           77 CIF-TESTIGO PIC X(10).
           77 CIF-NUMERO PIC 9(7).
           77 CIF-LINEA PIC X(250).
           77 CIF-LARGO PIC 9(3).
           77 CIF-ESTADO PIC 9.

           01 EXCEPCION-ACTUAL.
               COPY EXCEPCION.

           77 SW-EMAIL-OK PIC X VALUE "S".
               88 EMAIL-ACEPTADO VALUE "S".

      * Parametros de PROSUB01 y hora de arranque de la carga, la
      * misma para todas las tarjetas del fichero.
           01 PROCEDENCIA.
               COPY PROCEDE.
           77 HORA-CARGA PIC 9(8).

           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

      * Registro de fin de ejecucion para el fichero RESUMEN.
       PRINCIPAL.
           MOVE "IMPVCARD" TO EXC-PROGRAMA.
           MOVE "LOTE" TO EXC-OPERADOR.
           MOVE "VCARD" TO PRO-CANAL.
           MOVE "VCARDS" TO PRO-ORIGEN.
           MOVE "LOTE" TO PRO-OPERADOR.
           ACCEPT HORA-CARGA FROM TIME.
           DIVIDE HORA-CARGA BY 100 GIVING PRO-HORA.
           OPEN INPUT VCARDS-FILE.
           IF FS-VCARDS NOT = "00"
               DISPLAY "No se encuentra el fichero VCARDS"
                       AT END
                           MOVE "10" TO FS-VCARDS
                       NOT AT END
                           PERFORM PREPARAR-LINEA-VCARD
                   END-READ
               END-PERFORM
               CLOSE VCARDS-FILE
               END-IF
               DISPLAY "Importacion VCARD terminada: " IMPORTADAS
                   " tarjetas cargadas, " RECHAZADAS " rechazadas"
               IF RECHAZADAS > 0 AND CODIGO-SALIDA = 0
                   MOVE 4 TO CODIGO-SALIDA
               END-IF
           END-IF.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * LA CABECERA DE CIFRADO SOLO PUEDE SER LA PRIMERA LINEA; CON LA
      * CLAVE RECHAZADA EL RESTO DEL FICHERO SE SALTA
       PREPARAR-LINEA-VCARD.
           ADD 1 TO LINEAS-LEIDAS.
           EVALUATE TRUE
               WHEN LINEAS-LEIDAS = 1
                   AND LINEA-VCARD(1:11) = "CAB;VCARDS;"
                   PERFORM VERIFICAR-CLAVE
               WHEN CLAVE-RECHAZADA
                   CONTINUE
               WHEN VCARDS-CIFRADO
                   MOVE LINEA-VCARD TO CIF-LINEA
                   COMPUTE CIF-NUMERO = LINEAS-LEIDAS - 1
                   MOVE 80 TO CIF-LARGO
                   MOVE "D" TO CIF-OPERACION
                   CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION
                       CIF-SEMILLA CIF-TESTIGO CIF-NUMERO CIF-LINEA
                       CIF-LARGO CIF-ESTADO
                   MOVE CIF-LINEA TO LINEA-VCARD
                   PERFORM TRATAR-LINEA-VCARD
               WHEN OTHER
                   PERFORM TRATAR-LINEA-VCARD
           END-EVALUATE.

       VERIFICAR-CLAVE.
           MOVE "S" TO SW-CIFRADO.
           MOVE SPACES TO VCA-CLAVE-LIN.
           MOVE SPACES TO VCA-SEMILLA.
           MOVE SPACES TO VCA-TESTIGO.
           UNSTRING LINEA-VCARD DELIMITED BY ";"
               INTO VCA-MARCA VCA-FICHERO VCA-CLAVE-LIN VCA-SEMILLA
                   VCA-TESTIGO.
           IF VCA-CLAVE-LIN IS NUMERIC
               MOVE VCA-CLAVE-LIN TO CIF-VERSION
               MOVE VCA-SEMILLA TO CIF-SEMILLA
               MOVE VCA-TESTIGO TO CIF-TESTIGO
               MOVE "V" TO CIF-OPERACION
               CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION
                   CIF-SEMILLA CIF-TESTIGO CIF-NUMERO CIF-LINEA
                   CIF-LARGO CIF-ESTADO
           ELSE
               MOVE 1 TO CIF-ESTADO
           END-IF.
           IF CIF-ESTADO NOT = 0
               MOVE "S" TO SW-CLAVE
               IF CIF-ESTADO = 1
                   DISPLAY "Falta en CLAVECIF la clave con la que "-
                       "viene cifrado VCARDS: no se importa nada"
                   MOVE "CLAVE-FALTA" TO EXC-TIPO
               ELSE
                   DISPLAY "La clave de CLAVECIF no descifra VCARDS: "-
                       "no se importa nada"
                   MOVE "CLAVE-ERRONEA" TO EXC-TIPO
               END-IF
               MOVE "VCARDS" TO EXC-DETALLE
               MOVE "G" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
               MOVE 8 TO CODIGO-SALIDA
           END-IF.

       TRATAR-LINEA-VCARD.
           MOVE SPACES TO PROPIEDAD
           MOVE SPACES TO VALOR
               NOT INVALID KEY
                   ADD 1 TO IMPORTADAS
                   ADD 1 TO OCUPADOS
                   MOVE "A" TO PRO-OPERACION
                   MOVE TARJ-AGENDA TO PRO-AGENDA
                   MOVE TARJ-NOMBRE TO PRO-NOMBRE
                   CALL "PROSUB01" USING PROCEDENCIA
           END-WRITE.

       RECHAZAR-TARJETA.
