      * escribe el fichero de correo saliente CORREOSAL con una
      * linea DESTINATARIO;ASUNTO;CUERPO por felicitacion, lista
      * para que la pasarela de correo la recoja. El total queda en
      * el registro RESUMEN de siempre. Cada felicitado se anota en
      * CAMPMIEM bajo la campana anual CUMPaaaa (ej. CUMP2026), que
      * marketing da de alta una vez al ano en CAMPANAS.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FELICITA-CUMPLES.
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Instantanea nocturna de CONTACTOS (INSTANTANEA-CONTACTOS),
      * que se lee en su lugar cuando INSSUB01 la da por buena.
           SELECT CONTINST-FILE ASSIGN TO "CONTINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
           SELECT FELITPL-FILE ASSIGN TO "FELITPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FELITPL.
           SELECT CORREOSAL-FILE ASSIGN TO "CORREOSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CORREOSAL.
      * Destinatarios de cada campana (CAMPANA;AGENDA;NOMBRE;FECHA;
      * PROGRAMA), compartido con los demas programas de envio y
      * leido por INFORME-CAMPANAS.
           SELECT CAMPMIEM-FILE ASSIGN TO "CAMPMIEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMPMIEM.
      * Registro comun de fin de ejecucion (copybooks/RESUMEN.cpy),
      * compartido por toda la suite y resumido por RESUMEN-NOCHE.
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
                   ==EMAIL== BY ==EMAIL-REG==
                   ==FECHA-NACIMIENTO== BY ==FECHA-NACIM-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD FELITPL-FILE.
           01 LINEA-FELITPL PIC X(80).

       FD CORREOSAL-FILE.
           01 LINEA-CORREOSAL PIC X(400).

       FD CAMPMIEM-FILE.
           01 LINEA-CAMPMIEM PIC X(80).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(60).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
           77 FS-FELITPL PIC XX.
           77 FS-CORREOSAL PIC XX.
           77 FS-CAMPMIEM PIC XX.

           01 FECHA-HOY PIC 9(8).
           01 FECHA-HOY-R REDEFINES FECHA-HOY.
           77 EML-EMAIL PIC X(40).
           77 EML-ESTADO PIC 9.

      * Campana anual de felicitaciones, CUMP mas el ano en curso.
           01 CAMPANA-ENVIO.
               05 FILLER PIC X(4) VALUE "CUMP".
               05 CAMPANA-ANO PIC 9(4).

           77 FELICITADOS PIC 9(4) VALUE 0.
           77 SIN-CORREO PIC 9(4) VALUE 0.

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

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           01 RESUMEN-ACTUAL.
           IF FECHA-HOY < 19000101
               ADD 20000000 TO FECHA-HOY
           END-IF.
           MOVE HOY-AAAA TO CAMPANA-ANO.
           PERFORM COMPROBAR-BISIESTO.
           PERFORM CARGAR-PLANTILLA.
           IF CODIGO-SALIDA NOT = 8
               PERFORM GENERAR-FELICITACIONES
           END-IF.
           MOVE "FELICITA" TO RES-PROGRAMA.
           COMPUTE RES-ENTRADAS = FELICITADOS + SIN-CORREO
               + SUPRIMIDOS.
           MOVE FELICITADOS TO RES-SALIDAS.
           MOVE SIN-CORREO TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           MOVE SUPRIMIDOS TO RES-SUPRIMIDOS.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.
           END-IF.

       GENERAR-FELICITACIONES.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS NOT = "00"
               DISPLAY "No existe CONTACTOS; nadie a quien felicitar"
               MOVE 4 TO CODIGO-SALIDA
           ELSE
               OPEN OUTPUT CORREOSAL-FILE
               OPEN EXTEND CAMPMIEM-FILE
               IF FS-CAMPMIEM = "35"
                   OPEN OUTPUT CAMPMIEM-FILE
               END-IF
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
      * Los contactos ficticios de la agenda de practicas
      * ENTRENAMIENTO no reciben correo.
                       IF CONTACTO-ACTIVO-REG
                           AND AGENDA-NOMBRE-REG NOT =
                               "ENTRENAMIENTO"
                           AND FECHA-NACIM-REG IS NUMERIC
                           AND FECHA-NACIM-REG NOT = 0
                           PERFORM COMPROBAR-CUMPLE-HOY
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
               CLOSE CORREOSAL-FILE
               CLOSE CAMPMIEM-FILE
               DISPLAY "Felicitaciones generadas en CORREOSAL: "
                   FELICITADOS " (" SIN-CORREO " sin correo valido)"
           END-IF.
               ELSE
                   MOVE EMAIL-REG TO EML-EMAIL
                   CALL "EMLSUB01" USING EML-EMAIL EML-ESTADO
      * Una direccion que la pasarela ya devolvio cuenta como
      * ausente hasta que se corrija en la agenda.
                   IF EML-ESTADO = 0
                       MOVE AGENDA-NOMBRE-REG TO REB-AGENDA
                       MOVE NOMBRE-REG TO REB-NOMBRE
                       MOVE EMAIL-REG TO REB-EMAIL
                       CALL "REBSUB01" USING REB-AGENDA REB-NOMBRE
                           REB-EMAIL REB-ESTADO
                       MOVE REB-ESTADO TO EML-ESTADO
                   END-IF
                   IF EML-ESTADO NOT = 0
                       ADD 1 TO SIN-CORREO
                   ELSE
      * El correo solo sale con consentimiento expreso del contacto.
                       MOVE AGENDA-NOMBRE-REG TO CON-AGENDA
                       MOVE NOMBRE-REG TO CON-NOMBRE
                       MOVE "E" TO CON-CANAL
                       CALL "CONSUB01" USING CON-AGENDA CON-NOMBRE
                           CON-CANAL CON-ESTADO
                       IF CON-ESTADO NOT = 0
                           ADD 1 TO SUPRIMIDOS
                       ELSE
                           PERFORM ESCRIBIR-FELICITACION
                       END-IF
                   END-IF
               END-IF
           END-IF.
               CUERPO-MONTADO DELIMITED BY SIZE
               INTO LINEA-CORREOSAL.
           WRITE LINEA-CORREOSAL.
           PERFORM ANOTAR-MIEMBRO-CAMPANA.

      * EL FELICITADO QUEDA ANOTADO EN LA CAMPANA ANUAL
       ANOTAR-MIEMBRO-CAMPANA.
           MOVE SPACES TO LINEA-CAMPMIEM.
           STRING CAMPANA-ENVIO DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               AGENDA-NOMBRE-REG DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               NOMBRE-REG DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               "FELICITA" DELIMITED BY SIZE
               INTO LINEA-CAMPMIEM.
           WRITE LINEA-CAMPMIEM.

      * SUSTITUYE TODAS LAS APARICIONES DE &NOMBRE EN LA LINEA DE
      * TRABAJO POR EL NOMBRE DEL CONTACTO SIN SUS ESPACIOS FINALES
           END-PERFORM.


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
       GRABAR-RESUMEN.
               RES-RECHAZOS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-RC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RES-SUPRIMIDOS DELIMITED BY SIZE
               INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           CLOSE RESUMEN-FILE.
