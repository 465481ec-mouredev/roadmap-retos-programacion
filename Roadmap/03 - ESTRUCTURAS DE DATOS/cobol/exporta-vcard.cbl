      * tras los dos puntos, que es lo que espera de vuelta
      * IMPORTA-VCARD; la agenda de origen viaja en la propiedad
      * X-AGENDA para no perderla.
      * Las tarjetas viajan cifradas con la clave vigente de CLAVECIF
      * (subrutina CIFSUB01), linea a linea; delante va una unica
      * linea en claro
      *   CAB;VCARDS;VERSION-CLAVE;SEMILLA;TESTIGO
      * con lo que el receptor necesita para descifrarlas (la
      * semilla es la fecha y hora de la exportacion). Sin clave
      * vigente no se exporta: grave en EXCEPCIONES y paso a 8.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA-VCARD.
           SELECT VCARDS-FILE ASSIGN TO "VCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VCARDS.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
       DATA DIVISION.
       FILE SECTION.
       FD CONTACTOS-FILE.
       FD VCARDS-FILE.
           01 LINEA-VCARD PIC X(80).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-VCARDS PIC XX.
           77 FS-EXCEPCIONES PIC XX.
           77 TOTAL-TARJETAS PIC 9(4) VALUE 0.
           77 LINEAS-CUERPO PIC 9(7) VALUE 0.

      * Semilla de cifrado: fecha y hora de la exportacion.
           01 SEMILLA-EXPORTACION.
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
           77 CODIGO-SALIDA PIC 9 VALUE ZERO.

       PROCEDURE DIVISION.
               DISPLAY "No existe CONTACTOS; no hay nada que exportar"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               PERFORM ABRIR-CIFRADO
           END-IF.
           IF FS-CONTACTOS NOT = "35" AND CODIGO-SALIDA NOT = 8
               OPEN OUTPUT VCARDS-FILE
               MOVE SPACES TO LINEA-VCARD
               STRING "CAB;VCARDS;" DELIMITED BY SIZE
                   CIF-VERSION DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   CIF-SEMILLA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   CIF-TESTIGO DELIMITED BY SIZE
                   INTO LINEA-VCARD
               WRITE LINEA-VCARD
               PERFORM UNTIL FS-CONTACTOS = "10"
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * CLAVE VIGENTE Y TESTIGO PARA ESTA EXPORTACION; SIN CLAVE NO
      * SALE NINGUNA TARJETA EN CLARO
       ABRIR-CIFRADO.
           ACCEPT SEM-FECHA FROM DATE.
           IF SEM-FECHA < 19000101
               ADD 20000000 TO SEM-FECHA
           END-IF.
           ACCEPT SEM-HORA FROM TIME.
           MOVE SEMILLA-EXPORTACION TO CIF-SEMILLA.
           MOVE "A" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           IF CIF-ESTADO NOT = 0
               DISPLAY "Sin clave vigente en CLAVECIF: no se genera "-
                   "VCARDS"
               MOVE "EXPVCARD" TO EXC-PROGRAMA
               MOVE "LOTE" TO EXC-OPERADOR
               MOVE "CLAVE-CIFRADO" TO EXC-TIPO
               MOVE "VCARDS SIN CLAVE VIGENTE" TO EXC-DETALLE
               MOVE "G" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
               CLOSE CONTACTOS-FILE
               MOVE 8 TO CODIGO-SALIDA
           END-IF.

       ESCRIBIR-TARJETA.
           MOVE "BEGIN:VCARD" TO LINEA-VCARD.
           PERFORM ESCRIBIR-LINEA-CIFRADA.
           MOVE "VERSION:2.1" TO LINEA-VCARD.
           PERFORM ESCRIBIR-LINEA-CIFRADA.
           MOVE SPACES TO LINEA-VCARD.
           STRING "FN:" DELIMITED BY SIZE
               NOMBRE-REG DELIMITED BY SIZE
               INTO LINEA-VCARD.
           PERFORM ESCRIBIR-LINEA-CIFRADA.
           MOVE SPACES TO LINEA-VCARD.
           STRING "TEL;TYPE=" DELIMITED BY SIZE
               NUM-TIPO-REG DELIMITED BY SPACE
               NUM-PRINCIPAL-REG DELIMITED BY SIZE
               NUM-EXT-REG DELIMITED BY SIZE
               INTO LINEA-VCARD.
           PERFORM ESCRIBIR-LINEA-CIFRADA.
           IF EMAIL-REG NOT = SPACES
               MOVE SPACES TO LINEA-VCARD
               STRING "EMAIL:" DELIMITED BY SIZE
                   EMAIL-REG DELIMITED BY SIZE
                   INTO LINEA-VCARD
               PERFORM ESCRIBIR-LINEA-CIFRADA
           END-IF.
           MOVE SPACES TO LINEA-VCARD.
           STRING "X-AGENDA:" DELIMITED BY SIZE
               AGENDA-NOMBRE-REG DELIMITED BY SIZE
               INTO LINEA-VCARD.
           PERFORM ESCRIBIR-LINEA-CIFRADA.
           MOVE "END:VCARD" TO LINEA-VCARD.
           PERFORM ESCRIBIR-LINEA-CIFRADA.
           ADD 1 TO TOTAL-TARJETAS.

      * CADA LINEA DE TARJETA SE CIFRA CON SU ORDINAL DETRAS DE LA
      * LINEA CAB
       ESCRIBIR-LINEA-CIFRADA.
           ADD 1 TO LINEAS-CUERPO.
           MOVE LINEA-VCARD TO CIF-LINEA.
           MOVE LINEAS-CUERPO TO CIF-NUMERO.
           MOVE 80 TO CIF-LARGO.
           MOVE "C" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           MOVE CIF-LINEA TO LINEA-VCARD.
           WRITE LINEA-VCARD.

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

       END PROGRAM EXPORTA-VCARD.
