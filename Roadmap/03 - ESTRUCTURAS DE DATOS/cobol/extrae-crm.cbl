      *     suma de control de los numeros de telefono
      * para que el receptor pueda verificar que el fichero llego
      * completo antes de aplicarlo.
      * Los detalles salen cifrados con la clave vigente de CLAVECIF
      * (subrutina CIFSUB01); la cabecera lleva en claro la version
      * de la clave y su testigo, y la semilla es su fecha y hora.
      * Sin clave vigente no se genera el fichero: se anota una
      * grave en EXCEPCIONES y el paso termina con 8.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-CRM.
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Instantanea nocturna de CONTACTOS (INSTANTANEA-CONTACTOS),
      * que se lee en su lugar cuando INSSUB01 la da por buena.
           SELECT CONTINST-FILE ASSIGN TO "CONTINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
           SELECT CRMFEED-FILE ASSIGN TO "CRMFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRMFEED.
           SELECT EXCEPCIONES-FILE ASSIGN TO "EXCEPCIONES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXCEPCIONES.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
                   ==NOTAS== BY ==NOTAS-REG==
                   ==FECHA-NACIMIENTO== BY ==FECHA-NACIM-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD CRMFEED-FILE.
      * Registros de intercambio en posiciones fijas. El detalle es
      * el mas ancho y fija el tamano de la linea.
           01 REG-CRMFEED PIC X(250).

       FD EXCEPCIONES-FILE.
           01 LINEA-EXCEPCION PIC X(90).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(60).


       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
           77 FS-CRMFEED PIC XX.
           77 FS-EXCEPCIONES PIC XX.

      * Cabecera: tipo, fecha, hora, sistema origen y los datos de
      * cifrado del cuerpo (version de la clave y testigo).
           01 CAB-CRMFEED.
               05 FILLER PIC X(3) VALUE "CAB".
               05 CAB-SEMILLA.
                   10 CAB-FECHA PIC 9(8).
                   10 CAB-HORA PIC 9(8).
               05 FILLER PIC X(10) VALUE "AGENDA-COB".
               05 CAB-CLAVE-VERSION PIC 9(3).
               05 CAB-TESTIGO PIC X(10).

      * Detalle: todos los campos del maestro en posiciones fijas.
           01 DET-CRMFEED.
           77 HASH-TELEFONOS PIC 9(12) VALUE 0.


      * Parametros de la subrutina compartida CONSUB01.
           77 CON-AGENDA PIC X(15).
           77 CON-NOMBRE PIC X(30).
           77 CON-CANAL PIC X.
           77 CON-ESTADO PIC 9.
      * Parametros de la subrutina compartida REBSUB01.
           77 REB-AGENDA PIC X(15).
           77 REB-NOMBRE PIC X(30).
           77 REB-EMAIL PIC X(40).
           77 REB-ESTADO PIC 9.
           77 SUPRIMIDOS PIC 9(4) VALUE 0.
           77 CANALES-PERMITIDOS PIC 9.
           77 SW-POSTAL PIC X.
               88 POSTAL-PERMITIDO VALUE "S".
           77 SW-CORREO PIC X.
               88 CORREO-PERMITIDO VALUE "S".
           77 SW-TELEFONO PIC X.
               88 TELEFONO-PERMITIDO VALUE "S".

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

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS = "35"
               DISPLAY "No existe CONTACTOS; no hay nada que extraer"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               PERFORM ABRIR-CIFRADO
           END-IF.
           IF FS-CONTACTOS NOT = "35" AND CODIGO-SALIDA NOT = 8
               OPEN OUTPUT CRMFEED-FILE
               PERFORM ESCRIBIR-CABECERA
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
      * La agenda ENTRENAMIENTO es el cajon de practicas de los
      * operadores nuevos: sus contactos ficticios no viajan al CRM.
                       IF CONTACTO-ACTIVO-REG
                           AND AGENDA-NOMBRE-REG NOT =
                               "ENTRENAMIENTO"
                           PERFORM COMPROBAR-CONSENTIMIENTOS
                           IF CANALES-PERMITIDOS = 0
                               ADD 1 TO SUPRIMIDOS
                           ELSE
                               PERFORM ESCRIBIR-DETALLE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
               PERFORM ESCRIBIR-COLA
               CLOSE CRMFEED-FILE
               DISPLAY "Extraccion CRM generada en CRMFEED ("
                   TOTAL-DETALLES " detalles)"
           END-IF.
           MOVE "EXTCRM" TO RES-PROGRAMA.
           COMPUTE RES-ENTRADAS = TOTAL-DETALLES + SUPRIMIDOS.
           MOVE TOTAL-DETALLES TO RES-SALIDAS.
           MOVE 0 TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           MOVE SUPRIMIDOS TO RES-SUPRIMIDOS.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.

      * CLAVE VIGENTE Y TESTIGO PARA ESTE ENVIO; SIN CLAVE EL
      * FICHERO NO SE GENERA, QUE NO SALE NADA EN CLARO
       ABRIR-CIFRADO.
           ACCEPT CAB-FECHA FROM DATE.
           ACCEPT CAB-HORA FROM TIME.
           MOVE CAB-SEMILLA TO CIF-SEMILLA.
           MOVE "A" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           IF CIF-ESTADO NOT = 0
               DISPLAY "Sin clave vigente en CLAVECIF: no se genera "-
                   "CRMFEED"
               MOVE "EXTCRM" TO EXC-PROGRAMA
               MOVE "LOTE" TO EXC-OPERADOR
               MOVE "CLAVE-CIFRADO" TO EXC-TIPO
               MOVE "CRMFEED SIN CLAVE VIGENTE" TO EXC-DETALLE
               MOVE "G" TO EXC-GRAVEDAD
               PERFORM REGISTRAR-EXCEPCION
               PERFORM CERRAR-CONTACTOS
               MOVE 8 TO CODIGO-SALIDA
           ELSE
               MOVE CIF-VERSION TO CAB-CLAVE-VERSION
               MOVE CIF-TESTIGO TO CAB-TESTIGO
           END-IF.

       ESCRIBIR-CABECERA.
           MOVE SPACES TO REG-CRMFEED.
           MOVE CAB-CRMFEED TO REG-CRMFEED.
           WRITE REG-CRMFEED.

      * EL CRM USA EL DIRECTORIO PARA SUS PROPIOS ENVIOS: DE CADA
      * CONTACTO SOLO VIAJAN LOS DATOS DE LOS CANALES QUE CONSIENTE,
      * Y EL QUE NO CONSIENTE NINGUNO NO VIAJA
       COMPROBAR-CONSENTIMIENTOS.
           MOVE 0 TO CANALES-PERMITIDOS.
           MOVE AGENDA-NOMBRE-REG TO CON-AGENDA.
           MOVE NOMBRE-REG TO CON-NOMBRE.
           MOVE "N" TO SW-POSTAL.
           MOVE "P" TO CON-CANAL.
           CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE CON-CANAL
               CON-ESTADO.
           IF CON-ESTADO = 0
               MOVE "S" TO SW-POSTAL
               ADD 1 TO CANALES-PERMITIDOS
           END-IF.
           MOVE "N" TO SW-CORREO.
           MOVE "E" TO CON-CANAL.
           CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE CON-CANAL
               CON-ESTADO.
           IF CON-ESTADO = 0
               MOVE "S" TO SW-CORREO
               ADD 1 TO CANALES-PERMITIDOS
           END-IF.
           MOVE "N" TO SW-TELEFONO.
           MOVE "T" TO CON-CANAL.
           CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE CON-CANAL
               CON-ESTADO.
           IF CON-ESTADO = 0
               MOVE "S" TO SW-TELEFONO
               ADD 1 TO CANALES-PERMITIDOS
           END-IF.

       ESCRIBIR-DETALLE.
           MOVE AGENDA-NOMBRE-REG TO DET-AGENDA.
           MOVE NOMBRE-REG TO DET-NOMBRE.
           ELSE
               MOVE 0 TO DET-NACIMIENTO
           END-IF.
           IF NOT POSTAL-PERMITIDO
               MOVE SPACES TO DET-CALLE
               MOVE SPACES TO DET-CIUDAD
               MOVE SPACES TO DET-CP
           END-IF.
           IF CORREO-PERMITIDO AND EMAIL-REG NOT = SPACES
               MOVE AGENDA-NOMBRE-REG TO REB-AGENDA
               MOVE NOMBRE-REG TO REB-NOMBRE
               MOVE EMAIL-REG TO REB-EMAIL
               CALL "REBSUB01" USING REB-AGENDA REB-NOMBRE REB-EMAIL
                   REB-ESTADO
      * La direccion que rebota no viaja hasta que se corrija.
               IF REB-ESTADO NOT = 0
                   MOVE "N" TO SW-CORREO
               END-IF
           END-IF.
           IF NOT CORREO-PERMITIDO
               MOVE SPACES TO DET-EMAIL
           END-IF.
           IF NOT TELEFONO-PERMITIDO
               MOVE SPACES TO DET-PAIS
               MOVE 0 TO DET-NUMERO
               MOVE SPACES TO DET-EXT
           END-IF.
           MOVE SPACES TO CIF-LINEA.
           MOVE DET-CRMFEED TO CIF-LINEA.
           COMPUTE CIF-NUMERO = TOTAL-DETALLES + 1.
           MOVE 250 TO CIF-LARGO.
           MOVE "C" TO CIF-OPERACION.
           CALL "CIFSUB01" USING CIF-OPERACION CIF-VERSION CIF-SEMILLA
               CIF-TESTIGO CIF-NUMERO CIF-LINEA CIF-LARGO CIF-ESTADO.
           MOVE CIF-LINEA TO REG-CRMFEED.
           WRITE REG-CRMFEED.
           ADD 1 TO TOTAL-DETALLES.
           ADD DET-NUMERO TO HASH-TELEFONOS
               ON SIZE ERROR
      * El desbordamiento se descarta a proposito: la suma de
      * control trabaja modulo 10**12.
           MOVE FIN-CRMFEED TO REG-CRMFEED.
           WRITE REG-CRMFEED.

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


      * CONTACTOS SE LEE DE LA INSTANTANEA DE LA NOCHE CONTINST SI
      * INSSUB01 LA DA POR BUENA Y SI NO DEL FICHERO VIVO; EL RESTO
      * DEL PROGRAMA SOLO VE FS-CONTACTOS Y REG-CONTACTO. SE DECIDE
      * UNA VEZ POR EJECUCION: TODAS LAS PASADAS VEN LA MISMA FOTO
       ABRIR-CONTACTOS.
           IF INS-ORIGEN = SPACE
               CALL "INSSUB01" USING INS-ORIGEN
           END-IF.
           IF INSTANTANEA-VALIDA
               OPEN INPUT CONTINST-FILE
               MOVE FS-CONTINST TO FS-CONTACTOS
               IF FS-CONTINST NOT = "00"
                   DISPLAY "Falta CONTINST; se lee el fichero vivo"
                   MOVE "V" TO INS-ORIGEN
               END-IF
           END-IF.
           IF NOT INSTANTANEA-VALIDA
               OPEN INPUT CONTACTOS-FILE
           END-IF.

       LEER-CONTACTO.
           IF INSTANTANEA-VALIDA
               READ CONTINST-FILE INTO REG-CONTACTO
                   AT END
                       MOVE "10" TO FS-CONTACTOS
               END-READ
           ELSE
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO FS-CONTACTOS
               END-READ
           END-IF.

       CERRAR-CONTACTOS.
           IF INSTANTANEA-VALIDA
               CLOSE CONTINST-FILE
           ELSE
               CLOSE CONTACTOS-FILE
           END-IF.

      *ANADE AL FICHERO COMUN RESUMEN EL REGISTRO DE FIN DE
      *EJECUCION, CON LOS CONTADORES QUE EL PROGRAMA YA LLEVA
               RES-RECHAZOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-SUPRIMIDOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.
