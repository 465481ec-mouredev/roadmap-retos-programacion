      * una CLAVE-CONTACTO que no tenemos se rechaza y queda anotada
      * en EXCEPCIONES con gravedad de aviso, para que la revision de
      * la manana la persiga.
      * El CRM devuelve el fichero cifrado igual que le llega
      * CRMFEED: una primera linea "CAB" en claro con su fecha y hora
      * (la semilla), el sistema, la version de la clave y el
      * testigo, y detras las lineas "RET" cifradas, que se
      * descifran con CIFSUB01 antes de traducirlas. Si CLAVECIF no
      * tiene esa version o el testigo dice que la clave no es la
      * buena, no se traduce nada: grave en EXCEPCIONES y paso a 8.
      * Un retorno sin linea CAB, o con una CAB sin version, viene en
      * claro y se traduce como siempre.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRADUCE-CRM.
               05 RET-CIUDAD PIC X(20).
               05 RET-CP PIC X(8).
               05 RET-NACIMIENTO PIC X(8).
      * Cabecera del retorno, en el mismo trazado que la CAB de
      * CRMFEED.
           01 CAB-CRMRET.
               05 CABRET-MARCA PIC X(3).
               05 CABRET-SEMILLA PIC X(16).
               05 CABRET-SISTEMA PIC X(10).
               05 CABRET-CLAVE-VERSION PIC X(3).
               05 CABRET-TESTIGO PIC X(10).
               05 FILLER PIC X(149).

       FD CONTACTOS-FILE.
           01 REG-CONTACTO.
           77 RECHAZADAS PIC 9(4) VALUE 0.
           77 MOTIVO-RECHAZO PIC X(15).

      * Cifrado del retorno: el switch se enciende cuando la linea
      * CAB trae version de clave.
           77 SW-CIFRADO PIC X VALUE "N".
               88 RETORNO-CIFRADO VALUE "S".
           77 LINEAS-RETORNO PIC 9(7) VALUE 0.
           77 LINEA-CIFRADA PIC X(191).

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
                       AT END
                           MOVE "10" TO FS-CRMRET
                       NOT AT END
                           ADD 1 TO LINEAS-RETORNO
                           IF RETORNO-CIFRADO AND LINEAS-RETORNO > 1
                               PERFORM DESCIFRAR-RETORNO
                           END-IF
                           IF RET-MARCA = "RET"
                               PERFORM TRADUCIR-LINEA
                           END-IF
                   CLOSE CRMRET-FILE
                   MOVE 8 TO CODIGO-SALIDA
               ELSE
                   OPEN EXTEND EXCEPCIONES-FILE
                   IF FS-EXCEPCIONES = "35"
                       OPEN OUTPUT EXCEPCIONES-FILE
                   END-IF
                   PERFORM COMPROBAR-CIFRADO
                   IF CODIGO-SALIDA = 8
                       CLOSE CRMRET-FILE
                       CLOSE CONTACTOS-FILE
                       CLOSE EXCEPCIONES-FILE
                   ELSE
                       OPEN OUTPUT MOVIMCRM-FILE
                   END-IF
               END-IF
           END-IF.

      * PRIMERA LINEA DEL RETORNO: SI ES UNA CAB CON VERSION DE
      * CLAVE, EL CUERPO VIENE CIFRADO Y CLAVECIF TIENE QUE TENER ESA
      * VERSION Y CUADRAR EL TESTIGO. DESPUES EL FICHERO SE REABRE
      * PARA LA PASADA DE VERDAD, COMO EN MANTENIMIENTO-LOTE
       COMPROBAR-CIFRADO.
           READ CRMRET-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CABRET-MARCA = "CAB"
                       AND CABRET-CLAVE-VERSION IS NUMERIC
                       MOVE "S" TO SW-CIFRADO
                   END-IF
           END-READ.
           IF RETORNO-CIFRADO
               MOVE CABRET-CLAVE-VERSION TO CIF-VERSION
               MOVE CABRET-SEMILLA TO CIF-SEMILLA
               MOVE CABRET-TESTIGO TO CIF-TESTIGO
               MOVE "V" TO CIF-OPERACION
               CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION
                   CIF-SEMILLA CIF-TESTIGO CIF-NUMERO CIF-LINEA
                   CIF-LARGO CIF-ESTADO
               IF CIF-ESTADO NOT = 0
                   IF CIF-ESTADO = 1
                       DISPLAY "Falta en CLAVECIF la clave "
                           CIF-VERSION " con la que viene cifrado "-
                           "CRMRET: no se traduce nada"
                       MOVE "CLAVE-FALTA" TO EXC-TIPO
                   ELSE
                       DISPLAY "La clave " CIF-VERSION " de CLAVECIF "-
                           "no descifra CRMRET: no se traduce nada"
                       MOVE "CLAVE-ERRONEA" TO EXC-TIPO
                   END-IF
                   MOVE "G" TO EXC-GRAVEDAD
                   MOVE "CRMRET" TO EXC-DETALLE
                   PERFORM REGISTRAR-EXCEPCION
                   MOVE 8 TO CODIGO-SALIDA
               END-IF
           END-IF.
           CLOSE CRMRET-FILE.
           OPEN INPUT CRMRET-FILE.

      * CADA LINEA DETRAS DE LA CAB SE DESCIFRA CON SU ORDINAL. LA
      * COLA, SI LA HAY, VIAJA EN CLARO: LO QUE NO SALE COMO UNA
      * LINEA RET AL DESCIFRARLO SE DEJA COMO LLEGO
       DESCIFRAR-RETORNO.
           MOVE REG-CRMRET TO LINEA-CIFRADA.
           MOVE LINEA-CIFRADA TO CIF-LINEA.
           COMPUTE CIF-NUMERO = LINEAS-RETORNO - 1.
           MOVE 191 TO CIF-LARGO.
           MOVE "D" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           IF CIF-LINEA(1:3) = "RET"
               MOVE CIF-LINEA TO REG-CRMRET
           ELSE
               MOVE LINEA-CIFRADA TO REG-CRMRET
           END-IF.

      * UNA CORRECCION DEL CRM: SE VALIDA LA CLAVE CONTRA CONTACTOS
      * Y, SI EXISTE Y LOS DATOS SON SANOS, SE ESCRIBE SU MOVIMIENTO
       TRADUCIR-LINEA.
