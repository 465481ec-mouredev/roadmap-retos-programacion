      * con la ultima llamada anotada a cada uno y lista en LLAMINF
      * los que llevan mas de N dias sin llamada (o no tienen ninguna
      * anotada), para que el equipo comercial trabaje primero los
      * mas frios. Los contactos que no aceptan llamadas (CONSUB01,
      * canal T) no se listan y se cuentan como suprimidos.
      */
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-LLAMADAS.
               RECORD KEY IS CLAVE-REG
               ALTERNATE RECORD KEY IS TELEFONO-REG WITH DUPLICATES
               FILE STATUS IS FS-CONTACTOS.
      * Instantanea nocturna de CONTACTOS (INSTANTANEA-CONTACTOS),
      * que se lee en su lugar cuando INSSUB01 la da por buena.
           SELECT CONTINST-FILE ASSIGN TO "CONTINST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FS-CONTINST.
           SELECT LLAMADAS-FILE ASSIGN TO "LLAMADAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLAMADAS.
                   ==CONTACTO-BORRADO== BY ==CONTACTO-BORRADO-REG==
                   ==CATEGORIA== BY ==CATEGORIA-REG==.

       FD CONTINST-FILE.
      * Imagen fija del registro canonico completo, como las copias.
           01 REG-CONTINST PIC X(350).

       FD LLAMADAS-FILE.
           01 LINEA-LLAMADA PIC X(120).

           01 LINEA-LLAMINF PIC X(110).

       FD RESUMEN-FILE.
           01 LINEA-RESUMEN PIC X(60).

       WORKING-STORAGE SECTION.
           77 FS-CONTACTOS PIC XX.
           77 FS-CONTINST PIC XX.
      * De donde se lee CONTACTOS: "I" la instantanea, "V" el vivo.
           77 INS-ORIGEN PIC X VALUE SPACE.
               88 INSTANTANEA-VALIDA VALUE "I".
           77 FS-LLAMADAS PIC XX.
           77 FS-LLAMINF PIC XX.

           77 FEC-TEXTO PIC X(10).
           77 FEC-ESTADO PIC 9.

      * Parametros de la subrutina compartida CONSUB01.
           77 CON-AGENDA PIC X(15).
           77 CON-NOMBRE PIC X(30).
           77 CON-CANAL PIC X.
           77 CON-ESTADO PIC 9.

           77 DIAS-SIN PIC S9(5).
           77 DIAS-SIN-TEXTO PIC ZZZZ9.
           77 REVISADOS PIC 9(4) VALUE 0.
           77 FRIOS PIC 9(4) VALUE 0.
           77 SUPRIMIDOS PIC 9(4) VALUE 0.

      * Registro de fin de ejecucion para el fichero RESUMEN.
           77 FS-RESUMEN PIC XX.
           END-IF.
           ACCEPT HORA-HOY FROM TIME.
           PERFORM CARGAR-ULTIMAS-LLAMADAS.
           PERFORM ABRIR-CONTACTOS.
           IF FS-CONTACTOS = "35"
               DISPLAY "No existe CONTACTOS; no hay nada que revisar"
               MOVE 4 TO CODIGO-SALIDA
               OPEN OUTPUT LLAMINF-FILE
               PERFORM ESCRIBIR-CABECERA
               PERFORM UNTIL FS-CONTACTOS = "10"
                   PERFORM LEER-CONTACTO
                   IF FS-CONTACTOS NOT = "10"
      * Los contactos ficticios de la agenda de practicas
      * ENTRENAMIENTO no salen en las salidas de produccion.
                       IF CONTACTO-ACTIVO-REG
                           AND AGENDA-NOMBRE-REG NOT =
                               "ENTRENAMIENTO"
                           AND (FILTRO-CATEGORIA = SPACES
                               OR CATEGORIA-REG =
                                   FILTRO-CATEGORIA)
                           ADD 1 TO REVISADOS
      * Un contacto que no acepta llamadas no se pasa al equipo
      * comercial por frio que este.
                           MOVE AGENDA-NOMBRE-REG TO CON-AGENDA
                           MOVE NOMBRE-REG TO CON-NOMBRE
                           MOVE "T" TO CON-CANAL
                           CALL "CONSUB01" USING CON-AGENDA
                               CON-NOMBRE CON-CANAL CON-ESTADO
                           IF CON-ESTADO NOT = 0
                               ADD 1 TO SUPRIMIDOS
                           ELSE
                               PERFORM REVISAR-CONTACTO
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CERRAR-CONTACTOS
               MOVE SPACES TO LINEA-LLAMINF
               STRING "TOTAL REVISADOS: " REVISADOS
                   "  SIN LLAMADA RECIENTE: " FRIOS
                   "  SUPRIMIDOS: " SUPRIMIDOS
                   DELIMITED BY SIZE INTO LINEA-LLAMINF
               WRITE LINEA-LLAMINF
               CLOSE LLAMINF-FILE
           MOVE FRIOS TO RES-SALIDAS.
           MOVE 0 TO RES-RECHAZOS.
           MOVE CODIGO-SALIDA TO RES-RC.
           MOVE SUPRIMIDOS TO RES-SUPRIMIDOS.
           PERFORM GRABAR-RESUMEN.
           MOVE CODIGO-SALIDA TO RETURN-CODE.
           STOP RUN.
           END-IF.


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
